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
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
               88 ENROLLMENT-INTEGRITY-SANCTION VALUE "X".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD BILLING-CREDIT-FILE.
       01 BILLING-CREDIT-RECORD.
           05 CRED-TERM-CODE PIC X(6).
           05 CRED-FEE PIC 9(5)V99.
           05 CRED-TYPE PIC X(2).
       01 CREDIT-CONTROL-RECORD PIC X(60).

       FD GENERATED-TRANSACTION-FILE.
       01 GENERATED-TRANSACTION-RECORD PIC X(72).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD LOCK-CONTROL-FILE.
       01 LOCK-CONTROL-RECORD.
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
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-AUDIT-FEE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSAUDFE.TXT".
           05 WS-AUDIT-FEE-PCT PIC 9(3) VALUE 050.

       01 LOCK-CONTROL-WS.
           05 LOCK-HELD-FLAG PIC X(1) VALUE "N".
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "WITHDRAW-STUDENT-IDX".
           05 WS-STUDENT-DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 PROMOTE-COUNT PIC 9(5) VALUE ZERO.
           05 CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05 KEPT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-STUDENT-KEPT-COUNT PIC 9(5) VALUE ZERO.

       01 BROWSE-FLAGS.
           05 BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 AUDIT-FEE-EOF-FLAG PIC X(1) VALUE "N".
           05 AUDIT-FEE-FOUND-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-OVERFLOW-FLAG PIC X(1) VALUE "N".

       01 REFUND-WINDOW-WS.
           05 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
           05 WS-MATCHED-FEE PIC 9(5)V99 VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-FEE-WS PIC 9(5)V99.
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 AUDIT-FEE-TABLE-WS.
           05 NUM-OF-AUDIT-FEES PIC 9(3) VALUE ZERO.
           05 AUDIT-FEE-SUB PIC 9(3).
           05 AUDIT-FEE-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-AUDIT-FEES.
               10 AFEE-COURSE-NUMBER-WS PIC X(7).
               10 AFEE-AUDIT-FEE-WS PIC 9(5)V99.

       01 FREED-SEAT-WS.
           05 WS-FREED-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-FREED-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 WS-FREED-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-FREED-GRADING-BASIS PIC X(1) VALUE SPACE.

       01 WAITLIST-TABLE-WS.
           05 NUM-OF-WAITLISTED PIC 9(3) VALUE ZERO.
               10 WL-PROGRAM-WS PIC X(3).
               10 WL-STATUS-WS PIC X(1).

       01 SEQUENCE-CONTROL-WS.
           05 NUM-OF-SEQUENCES PIC 9(3) VALUE ZERO.
           05 SEQUENCE-SUB PIC 9(3).
           05 MATCHED-SEQUENCE-SUB PIC 9(3) VALUE ZERO.
           05 SEQUENCE-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-SEQUENCE-SOURCE PIC X(20) VALUE SPACES.
           05 CREDIT-SEQUENCE-SOURCE PIC X(20)
                   VALUE "WITHDRAW-CREDIT".
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

       01 TRANSACTION-RECORD-STRUCTURE.
           05 TRANS-ACTION-CODE PIC X(1).
           05 TRANS-STUDENT-NUMBER PIC 9(9).
           05 TRANS-MARK-3 PIC 9(3).
           05 TRANS-MARK-4 PIC 9(3).
           05 TRANS-OVERRIDE-CODE PIC X(4).
           05 TRANS-GRADING-BASIS PIC X(1).

      ******************************************************************
       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-WITHDRAWAL-JOB
               IF WAITLIST-OVERFLOW-FLAG = "Y"
                   DISPLAY "WAITLIST TABLE OVERFLOW - WITHDRAWAL RUN "
                       "REFUSED"
                   CLOSE STUDENT-FILE-INDEX
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 202-PROCESS-WITHDRAWAL
                       UNTIL NO-MORE-WITHDRAWALS
                   PERFORM 203-TERMINATE-WITHDRAWAL-JOB
                   PERFORM 204-SET-RETURN-CODE
               END-IF
               PERFORM 317-RELEASE-UPDATE-LOCK
           END-IF.
           STOP RUN.

           PERFORM 308-LOAD-WAITLIST-TABLE
               UNTIL WAITLIST-EOF-FLAG = "Y".
           CLOSE WAITLIST-FILE.
           IF WAITLIST-OVERFLOW-FLAG NOT = "Y"
               PERFORM 334-OPEN-WITHDRAWAL-FILES
           END-IF.

       202-PROCESS-WITHDRAWAL.
           ADD 1 TO WS-REQUEST-COUNT.

       203-TERMINATE-WITHDRAWAL-JOB.
           PERFORM 310-REWRITE-WAITLIST-FILE.
           PERFORM 324-WRITE-INTERFACE-TRAILER.
           PERFORM 336-WRITE-CREDIT-TRAILER.
           PERFORM 307-WRITE-AUDIT-LOG.
           DISPLAY "STUDENT WITHDRAWAL COMPLETE".
           DISPLAY "  DELETED : " DELETE-COUNT.
           DISPLAY "  REJECTED: " REJECT-COUNT.
           DISPLAY "  PROMOTED: " PROMOTE-COUNT.
           DISPLAY "  CREDITS : " CREDIT-COUNT.
           DISPLAY "  KEPT    : " KEPT-COUNT.
           CLOSE STUDENT-FILE-INDEX GENERATED-TRANSACTION-FILE
               BILLING-CREDIT-FILE JOURNAL-FILE AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF REJECT-COUNT > ZERO OR KEPT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

       303-DELETE-STUDENT-RECORD.
           MOVE ZERO TO WS-STUDENT-DELETE-COUNT.
           MOVE ZERO TO WS-STUDENT-KEPT-COUNT.
           MOVE "N" TO BROWSE-EOF-FLAG.
           MOVE WS-WITHDRAW-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE LOW-VALUES TO COURSE-NUMBER-INDEX.
           PERFORM 304-DELETE-ENROLLMENT-RECORD
               UNTIL BROWSE-EOF-FLAG = "Y".
           IF WS-STUDENT-DELETE-COUNT = ZERO
                   AND WS-STUDENT-KEPT-COUNT = ZERO
               DISPLAY "WITHDRAWAL REJECTED - NOT ON FILE: "
                   WS-WITHDRAW-STUDENT-NUMBER
               ADD 1 TO REJECT-COUNT
               NOT AT END
                   IF STUDENT-NUMBER-INDEX =
                           WS-WITHDRAW-STUDENT-NUMBER
                       IF RECORD-FINALIZED
                               OR ENROLLMENT-INTEGRITY-SANCTION
                           PERFORM 332-LIST-KEPT-ENROLLMENT
                       ELSE
                           PERFORM 329-WITHDRAW-ENROLLMENT
                       END-IF
                   ELSE
                       MOVE "Y" TO BROWSE-EOF-FLAG
                   END-IF
               MOVE ZERO TO TRANS-MARK-3
               MOVE ZERO TO TRANS-MARK-4
               MOVE SPACES TO TRANS-OVERRIDE-CODE
               MOVE SPACE TO TRANS-GRADING-BASIS
               WRITE GENERATED-TRANSACTION-RECORD
                   FROM TRANSACTION-RECORD-STRUCTURE
               ADD 1 TO WS-INTERFACE-COUNT
               ADD TRANS-STUDENT-NUMBER TO WS-INTERFACE-STUDENT-HASH
               MOVE "P" TO WL-STATUS-WS(MATCHED-WAITLIST-SUB)
               ADD 1 TO PROMOTE-COUNT
               DISPLAY "WAITLIST PROMOTION GENERATED: "
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-FEE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-FEE-PCT FROM SYSIN
           END-IF.
           DISPLAY "ENTER REFUND WINDOW END DATE (YYYYMMDD): ".
           ACCEPT WS-REFUND-END-DATE FROM SYSIN.
                       ADD 1 TO NUM-OF-WAITLISTED
                       MOVE WAITLIST-RECORD
                           TO WAITLIST-ENTRY-TABLE(NUM-OF-WAITLISTED)
                   ELSE
                       MOVE "Y" TO WAITLIST-OVERFLOW-FLAG
                   END-IF
           END-READ.

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
                       IF COURSE-FEE-IN-FILE NUMERIC
                           MOVE COURSE-FEE-IN-FILE
                               TO COURSE-FEE-WS(NUM-OF-COURSES)
       313-WRITE-BILLING-CREDIT.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE ZERO TO WS-MATCHED-FEE.
           PERFORM 321-FIND-COURSE-AS-OF-START.
           PERFORM 314-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.
           MOVE WS-WITHDRAW-STUDENT-NUMBER TO CRED-STUDENT-NUMBER.
           MOVE WS-FREED-COURSE-NUMBER TO CRED-COURSE-NUMBER.
           MOVE WS-FREED-SECTION-NUMBER TO CRED-SECTION-NUMBER.
           MOVE WS-FREED-TERM-CODE TO CRED-TERM-CODE.
           IF WS-FREED-GRADING-BASIS = "A"
               PERFORM 330-FIND-AUDIT-FEE
           END-IF.
           MOVE WS-MATCHED-FEE TO CRED-FEE.
           MOVE "CR" TO CRED-TYPE.
           WRITE BILLING-CREDIT-RECORD.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD CRED-STUDENT-NUMBER TO WS-CREDIT-STUDENT-HASH.
           ADD CRED-FEE TO WS-CREDIT-AMOUNT-HASH.
           ADD 1 TO CREDIT-COUNT.

       314-MATCH-COURSE-ENTRY.
           IF WS-FREED-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-FEE-WS(COURSE-SUB) TO WS-MATCHED-FEE
           END-IF.
           IF WS-LEAP-SW = "Y" AND WS-SERIAL-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

       320-LOAD-TERM-TABLE.
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

       321-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 322-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       322-MATCH-AS-OF-TERM.
           IF WS-FREED-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       323-WRITE-INTERFACE-HEADER.
           MOVE AUDIT-PROGRAM-NAME TO WS-SEQUENCE-SOURCE.
           PERFORM 325-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE WS-SEQUENCE-SOURCE TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       324-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       325-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 326-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 327-MATCH-SEQUENCE-ENTRY
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
           PERFORM 328-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       326-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       327-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = WS-SEQUENCE-SOURCE
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       328-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       329-WITHDRAW-ENROLLMENT.
           MOVE COURSE-NUMBER-INDEX TO WS-FREED-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO WS-FREED-SECTION-NUMBER.
           MOVE TERM-CODE-INDEX TO WS-FREED-TERM-CODE.
           MOVE GRADING-BASIS-INDEX TO WS-FREED-GRADING-BASIS.
           MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE.
           DELETE STUDENT-FILE-INDEX.
           ADD 1 TO DELETE-COUNT.
           ADD 1 TO WS-STUDENT-DELETE-COUNT.
           MOVE "D" TO JRNL-ACTION-CODE.
           MOVE SPACE TO JRNL-OVERRIDE-SW.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD FROM JOURNAL-RECORD-STRUCTURE.
           IF WS-CURRENT-DATE NOT > WS-REFUND-END-DATE
               PERFORM 313-WRITE-BILLING-CREDIT
           END-IF.
           PERFORM 305-PROMOTE-FROM-WAITLIST.

       330-FIND-AUDIT-FEE.
           MOVE "N" TO AUDIT-FEE-FOUND-FLAG.
           PERFORM 333-MATCH-AUDIT-FEE-ENTRY
               VARYING AUDIT-FEE-SUB FROM 1 BY 1
                   UNTIL AUDIT-FEE-SUB > NUM-OF-AUDIT-FEES
                      OR AUDIT-FEE-FOUND-FLAG = "Y".
           IF AUDIT-FEE-FOUND-FLAG NOT = "Y"
               COMPUTE WS-MATCHED-FEE ROUNDED =
                   WS-MATCHED-FEE * WS-AUDIT-FEE-PCT / 100
           END-IF.

       331-LOAD-AUDIT-FEE-TABLE.
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

       332-LIST-KEPT-ENROLLMENT.
           ADD 1 TO KEPT-COUNT.
           ADD 1 TO WS-STUDENT-KEPT-COUNT.
           IF ENROLLMENT-INTEGRITY-SANCTION
               DISPLAY "ENROLLMENT KEPT - INTEGRITY SANCTION: "
                   STUDENT-NUMBER-INDEX " " COURSE-NUMBER-INDEX " "
                   SECTION-NUMBER-INDEX " " TERM-CODE-INDEX
           ELSE
               DISPLAY "ENROLLMENT KEPT - GRADE FINALIZED: "
                   STUDENT-NUMBER-INDEX " " COURSE-NUMBER-INDEX " "
                   SECTION-NUMBER-INDEX " " TERM-CODE-INDEX
           END-IF.

       333-MATCH-AUDIT-FEE-ENTRY.
           IF WS-FREED-COURSE-NUMBER =
                   AFEE-COURSE-NUMBER-WS(AUDIT-FEE-SUB)
               MOVE "Y" TO AUDIT-FEE-FOUND-FLAG
               MOVE AFEE-AUDIT-FEE-WS(AUDIT-FEE-SUB) TO WS-MATCHED-FEE
           END-IF.

       334-OPEN-WITHDRAWAL-FILES.
           OPEN INPUT COURSE-FILE.
           PERFORM 312-LOAD-COURSE-TABLE
               UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 320-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           OPEN INPUT AUDIT-FEE-FILE.
           PERFORM 331-LOAD-AUDIT-FEE-TABLE
               UNTIL AUDIT-FEE-EOF-FLAG = "Y".
           CLOSE AUDIT-FEE-FILE.
           OPEN OUTPUT GENERATED-TRANSACTION-FILE.
           OPEN EXTEND BILLING-CREDIT-FILE.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 323-WRITE-INTERFACE-HEADER.
           PERFORM 335-WRITE-CREDIT-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-RUN-TIME FROM TIME.
           PERFORM 302-ACCEPT-STUDENT-NUMBER.

       335-WRITE-CREDIT-HEADER.
           MOVE CREDIT-SEQUENCE-SOURCE TO WS-SEQUENCE-SOURCE.
           PERFORM 325-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE WS-SEQUENCE-SOURCE TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE CREDIT-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       336-WRITE-CREDIT-TRAILER.
           MOVE WS-CREDIT-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-CREDIT-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-CREDIT-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE CREDIT-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.
