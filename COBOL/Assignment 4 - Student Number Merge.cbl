      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. MERGE-STUDENT-NUMBERS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MERGE-REQUEST-FILE
         ASSIGN TO WS-REQUEST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT OPTIONAL CARRY-FILE
         ASSIGN TO WS-CARRY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CARRY-WORK-FILE
         ASSIGN TO WS-WORK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MERGE-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JOURNAL-FILE
         ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOCK-CONTROL-FILE
         ASSIGN TO WS-LOCK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD MERGE-REQUEST-FILE.
       01 MERGE-REQUEST-RECORD.
           05 MRQ-OLD-STUDENT-NUMBER PIC 9(9).
           05 MRQ-NEW-STUDENT-NUMBER PIC 9(9).

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

       FD CARRY-FILE.
       01 CARRY-RECORD PIC X(120).

       FD CARRY-WORK-FILE.
       01 CARRY-WORK-RECORD PIC X(120).

       FD MERGE-REGISTER.
       01 REGISTER-RECORD PIC X(80).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD LOCK-CONTROL-FILE.
       01 LOCK-CONTROL-RECORD.
           05 LOCK-PROGRAM-NAME PIC X(20).
           05 LOCK-DATE PIC 9(8).
           05 LOCK-TIME PIC 9(8).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-REQUEST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RENUMREQ.TXT".
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-STANDING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STANDING.TXT".
           05 WS-GPA-HISTORY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUGPAHS.TXT".
           05 WS-WAITLIST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WAITLIST.TXT".
           05 WS-ARCHIVE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUARCH.TXT".
           05 WS-BILLING-DETAIL-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\BILLDTL.TXT".
           05 WS-BILLING-CREDIT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\BILLCRED.TXT".
           05 WS-AR-LEDGER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ARLEDGER.TXT".
           05 WS-ATTENDANCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTSUMM.TXT".
           05 WS-TRANSFER-CREDIT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-AWARD-HISTORY-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\AWDHIST.TXT".
           05 WS-DEMO-HISTORY-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DEMOHIST.TXT".
           05 WS-CASEMAST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASEMAST.TXT".
           05 WS-WORK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RENUMWRK.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RENUMREG.TXT".
           05 WS-JOURNAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUJRNL.TXT".
           05 WS-LOCK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-CARRY-FILE-NAME PIC X(80) VALUE SPACES.

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
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MERGE-STUDENT-NUMS".
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
           05 BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 CARRY-EOF-FLAG PIC X(1) VALUE "N".
           05 WORK-EOF-FLAG PIC X(1) VALUE "N".
           05 REQUEST-VALID-SW PIC X(1) VALUE "Y".
               88 REQUEST-VALID VALUE "Y".
           05 ENROLLMENT-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 COLLISION-FLAG PIC X(1) VALUE "N".
           05 DEMO-FOUND-FLAG PIC X(1) VALUE "N".
           05 DUPLICATE-KEY-FLAG PIC X(1) VALUE "N".
           05 NEW-NUMBER-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-REQUEST-COUNT PIC 9(7) VALUE ZERO.
           05 APPLIED-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 INDEX-MOVED-COUNT PIC 9(7) VALUE ZERO.
           05 CARRY-CHANGED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-FILE-CHANGED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

       01 MERGE-REQUEST-WS.
           05 WS-OLD-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-NEW-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-COLLISION-COURSE PIC X(7) VALUE SPACES.
           05 WS-COLLISION-TERM PIC X(6) VALUE SPACES.

       01 ENROLLMENT-TABLE-WS.
           05 NUM-OF-ENROLLMENTS PIC 9(3) VALUE ZERO.
           05 ENROLLMENT-SUB PIC 9(3).
           05 ENROLLMENT-IMAGE-WS OCCURS 1 TO 300 TIMES
                   DEPENDING ON NUM-OF-ENROLLMENTS PIC X(74).

       01 APPLIED-REQUEST-TABLE-WS.
           05 NUM-OF-APPLIED PIC 9(3) VALUE ZERO.
           05 REQ-SUB PIC 9(3).
           05 APPLIED-REQUEST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-APPLIED.
               10 REQ-OLD-NUMBER-WS PIC X(9).
               10 REQ-NEW-NUMBER-WS PIC X(9).

       01 CARRY-FILE-LIST.
           05 FILLER PIC X(17) VALUE "DEMO    001Y00000".
           05 FILLER PIC X(17) VALUE "STANDING001Y01106".
           05 FILLER PIC X(17) VALUE "GPAHIST 023N00000".
           05 FILLER PIC X(17) VALUE "WAITLIST017Y00116".
           05 FILLER PIC X(17) VALUE "ARCHIVE 001N00000".
           05 FILLER PIC X(17) VALUE "BILLDTL 001N00000".
           05 FILLER PIC X(17) VALUE "BILLCRED001N00000".
           05 FILLER PIC X(17) VALUE "ARLEDGER001N00000".
           05 FILLER PIC X(17) VALUE "ATTSUMM 001N00000".
           05 FILLER PIC X(17) VALUE "XFERCRED001Y01007".
           05 FILLER PIC X(17) VALUE "AWDHIST 001Y01013".
           05 FILLER PIC X(17) VALUE "DEMOHIST001N00000".
           05 FILLER PIC X(17) VALUE "CASEMAST007N00000".
       01 CARRY-FILE-TABLE REDEFINES CARRY-FILE-LIST.
           05 CARRY-FILE-ENTRY OCCURS 13 TIMES.
               10 CARRY-FILE-LABEL PIC X(8).
               10 CARRY-NUMBER-POS PIC 9(3).
               10 CARRY-DUP-CHECK PIC X(1).
               10 CARRY-DUP-KEY-POS PIC 9(3).
               10 CARRY-DUP-KEY-LEN PIC 9(2).

       01 CARRY-WORK-WS.
           05 CARRY-SUB PIC 9(2).
           05 WS-CARRY-IMAGE PIC X(120).
           05 WS-CARRY-NUMBER-X PIC X(9).
           05 WS-CARRY-NUMBER-N REDEFINES WS-CARRY-NUMBER-X PIC 9(9).
           05 WS-ORIGINAL-NUMBER-X PIC X(9).
           05 WS-ORIGINAL-NUMBER-N REDEFINES WS-ORIGINAL-NUMBER-X
                   PIC 9(9).
           05 WS-TRAILER-HASH-ADJUSTMENT PIC S9(15) VALUE ZERO.
           05 WS-CURRENT-DUP-KEY PIC X(16).
           05 NUM-OF-NEW-KEYS PIC 9(4) VALUE ZERO.
           05 NEW-KEY-SUB PIC 9(4).
           05 NEW-KEY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-NEW-KEYS.
               10 NEW-KEY-NUMBER-WS PIC X(9).
               10 NEW-KEY-DUP-KEY-WS PIC X(16).

       01 INTERFACE-TRAILER-STRUCTURE.
           05 IFT-RECORD-CODE PIC X(1).
           05 IFT-RECORD-COUNT PIC 9(7).
           05 IFT-STUDENT-HASH PIC 9(15).
           05 IFT-AMOUNT-HASH PIC 9(9)V99.
           05 FILLER PIC X(26).

       01 REGISTER-HEADER.
           05 FILLER PIC X(31) VALUE "STUDENT NUMBER MERGE REGISTER".
           05 REG-HDR-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE "   JOURNAL RUN KEY: ".
           05 REG-HDR-JRNL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-HDR-JRNL-TIME PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-FILE-LABEL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-OLD-NUMBER PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-NEW-NUMBER PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-DISPOSITION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-DETAIL PIC X(38).

       01 REGISTER-COUNT-DETAIL.
           05 FILLER PIC X(21) VALUE "INDEX RECORDS MOVED: ".
           05 RCD-INDEX-MOVED PIC ZZ9.

       01 REGISTER-COLLISION-DETAIL.
           05 FILLER PIC X(24) VALUE "NEW NUMBER ALREADY HAS ".
           05 RCL-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RCL-TERM-CODE PIC X(6).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MERGE-STUDENT-NUMBERS.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 325-ACQUIRE-UPDATE-LOCK.
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-MERGE-JOB
               PERFORM 202-PROCESS-MERGE-REQUEST
                   UNTIL EOF-FLAG = "Y"
               PERFORM 203-TERMINATE-MERGE-JOB
               PERFORM 327-RELEASE-UPDATE-LOCK
               PERFORM 204-SET-RETURN-CODE
           END-IF.
           STOP RUN.

       201-INITIATE-MERGE-JOB.
           OPEN INPUT MERGE-REQUEST-FILE.
           OPEN I-O STUDENT-FILE-INDEX.
           OPEN OUTPUT MERGE-REGISTER.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-RUN-TIME FROM TIME.
           MOVE JRNL-RUN-DATE TO REG-HDR-DATE REG-HDR-JRNL-DATE.
           MOVE JRNL-RUN-TIME TO REG-HDR-JRNL-TIME.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.
           PERFORM 301-READ-MERGE-REQUEST.

       202-PROCESS-MERGE-REQUEST.
           PERFORM 302-EDIT-MERGE-REQUEST.
           IF REQUEST-VALID
               PERFORM 307-APPLY-INDEX-RENUMBER
           END-IF.
           PERFORM 301-READ-MERGE-REQUEST.

       203-TERMINATE-MERGE-JOB.
           CLOSE MERGE-REQUEST-FILE.
           IF NUM-OF-APPLIED > ZERO
               PERFORM 315-CARRY-RENUMBER-FORWARD
                   VARYING CARRY-SUB FROM 1 BY 1
                       UNTIL CARRY-SUB > 13
           END-IF.
           COMPUTE WS-RECORDS-WRITTEN =
               INDEX-MOVED-COUNT + CARRY-CHANGED-COUNT.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "STUDENT NUMBER MERGE COMPLETE".
           DISPLAY "  REQUESTS APPLIED  : " APPLIED-COUNT.
           DISPLAY "  REQUESTS REJECTED : " REJECT-COUNT.
           DISPLAY "  INDEX RECORDS     : " INDEX-MOVED-COUNT.
           DISPLAY "  OTHER FILE RECORDS: " CARRY-CHANGED-COUNT.
           DISPLAY "  JOURNAL RUN KEY   : " JRNL-RUN-DATE " "
               JRNL-RUN-TIME.
           CLOSE STUDENT-FILE-INDEX MERGE-REGISTER JOURNAL-FILE
               AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-REQUEST-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-READ-MERGE-REQUEST.
           READ MERGE-REQUEST-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       302-EDIT-MERGE-REQUEST.
           MOVE "Y" TO REQUEST-VALID-SW.
           MOVE ZERO TO NUM-OF-ENROLLMENTS.
           IF MRQ-OLD-STUDENT-NUMBER NOT NUMERIC
                   OR MRQ-NEW-STUDENT-NUMBER NOT NUMERIC
               MOVE "INVALID STUDENT NUMBER" TO REG-DETAIL
               PERFORM 314-WRITE-REQUEST-REJECT
           ELSE
               IF MRQ-OLD-STUDENT-NUMBER = ZERO
                       OR MRQ-NEW-STUDENT-NUMBER = ZERO
                   MOVE "INVALID STUDENT NUMBER" TO REG-DETAIL
                   PERFORM 314-WRITE-REQUEST-REJECT
               ELSE
                   IF MRQ-OLD-STUDENT-NUMBER = MRQ-NEW-STUDENT-NUMBER
                       MOVE "OLD AND NEW NUMBERS ARE THE SAME"
                           TO REG-DETAIL
                       PERFORM 314-WRITE-REQUEST-REJECT
                   ELSE
                       MOVE MRQ-OLD-STUDENT-NUMBER
                           TO WS-OLD-STUDENT-NUMBER
                       MOVE MRQ-NEW-STUDENT-NUMBER
                           TO WS-NEW-STUDENT-NUMBER
                       PERFORM 303-LOAD-OLD-ENROLLMENTS
                       PERFORM 305-CHECK-KEY-COLLISIONS
                       IF ENROLLMENT-OVERFLOW-FLAG = "Y"
                           MOVE "TOO MANY ENROLLMENTS FOR ONE REQUEST"
                               TO REG-DETAIL
                           PERFORM 314-WRITE-REQUEST-REJECT
                       ELSE
                           IF COLLISION-FLAG = "Y"
                               MOVE WS-COLLISION-COURSE
                                   TO RCL-COURSE-NUMBER
                               MOVE WS-COLLISION-TERM TO RCL-TERM-CODE
                               MOVE REGISTER-COLLISION-DETAIL
                                   TO REG-DETAIL
                               PERFORM 314-WRITE-REQUEST-REJECT
                           ELSE
                               IF NUM-OF-ENROLLMENTS = ZERO
                                   PERFORM 312-FIND-DEMOGRAPHIC-NUMBER
                                   IF DEMO-FOUND-FLAG NOT = "Y"
                                       MOVE "OLD NUMBER NOT ON FILE"
                                           TO REG-DETAIL
                                       PERFORM 314-WRITE-REQUEST-REJECT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       303-LOAD-OLD-ENROLLMENTS.
           MOVE "N" TO ENROLLMENT-OVERFLOW-FLAG.
           MOVE "N" TO BROWSE-EOF-FLAG.
           MOVE WS-OLD-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE LOW-VALUES TO COURSE-NUMBER-INDEX.
           MOVE LOW-VALUES TO TERM-CODE-INDEX.
           START STUDENT-FILE-INDEX
               KEY NOT LESS THAN STUDENT-INDEX-KEY
               INVALID KEY MOVE "Y" TO BROWSE-EOF-FLAG
           END-START.
           PERFORM 304-STORE-OLD-ENROLLMENT
               UNTIL BROWSE-EOF-FLAG = "Y".

       304-STORE-OLD-ENROLLMENT.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO BROWSE-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER-INDEX = WS-OLD-STUDENT-NUMBER
                       IF NUM-OF-ENROLLMENTS < 300
                           ADD 1 TO NUM-OF-ENROLLMENTS
                           MOVE STUDENT-REPORT-INDEX TO
                               ENROLLMENT-IMAGE-WS(NUM-OF-ENROLLMENTS)
                       ELSE
                           MOVE "Y" TO ENROLLMENT-OVERFLOW-FLAG
                           MOVE "Y" TO BROWSE-EOF-FLAG
                       END-IF
                   ELSE
                       MOVE "Y" TO BROWSE-EOF-FLAG
                   END-IF
           END-READ.

       305-CHECK-KEY-COLLISIONS.
           MOVE "N" TO COLLISION-FLAG.
           PERFORM 306-CHECK-ONE-COLLISION
               VARYING ENROLLMENT-SUB FROM 1 BY 1
                   UNTIL ENROLLMENT-SUB > NUM-OF-ENROLLMENTS
                      OR COLLISION-FLAG = "Y".

       306-CHECK-ONE-COLLISION.
           MOVE ENROLLMENT-IMAGE-WS(ENROLLMENT-SUB)
               TO STUDENT-REPORT-INDEX.
           MOVE WS-NEW-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           READ STUDENT-FILE-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO COLLISION-FLAG
                   MOVE COURSE-NUMBER-INDEX TO WS-COLLISION-COURSE
                   MOVE TERM-CODE-INDEX TO WS-COLLISION-TERM
           END-READ.

       307-APPLY-INDEX-RENUMBER.
           PERFORM 310-MOVE-ONE-ENROLLMENT
               VARYING ENROLLMENT-SUB FROM 1 BY 1
                   UNTIL ENROLLMENT-SUB > NUM-OF-ENROLLMENTS.
           IF NUM-OF-APPLIED < 500
               ADD 1 TO NUM-OF-APPLIED
               MOVE WS-OLD-STUDENT-NUMBER
                   TO REQ-OLD-NUMBER-WS(NUM-OF-APPLIED)
               MOVE WS-NEW-STUDENT-NUMBER
                   TO REQ-NEW-NUMBER-WS(NUM-OF-APPLIED)
           END-IF.
           MOVE "REQUEST" TO REG-FILE-LABEL.
           MOVE WS-OLD-STUDENT-NUMBER TO REG-OLD-NUMBER.
           MOVE WS-NEW-STUDENT-NUMBER TO REG-NEW-NUMBER.
           MOVE "APPLIED" TO REG-DISPOSITION.
           MOVE NUM-OF-ENROLLMENTS TO RCD-INDEX-MOVED.
           MOVE REGISTER-COUNT-DETAIL TO REG-DETAIL.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO APPLIED-COUNT.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-REQUEST-FILE-NAME FROM SYSIN
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-GPA-HISTORY-FILE-NAME FROM SYSIN
               ACCEPT WS-WAITLIST-FILE-NAME FROM SYSIN
               ACCEPT WS-ARCHIVE-FILE-NAME FROM SYSIN
               ACCEPT WS-BILLING-DETAIL-NAME FROM SYSIN
               ACCEPT WS-BILLING-CREDIT-NAME FROM SYSIN
               ACCEPT WS-AR-LEDGER-FILE-NAME FROM SYSIN
               ACCEPT WS-ATTENDANCE-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-CREDIT-NAME FROM SYSIN
               ACCEPT WS-AWARD-HISTORY-NAME FROM SYSIN
               ACCEPT WS-DEMO-HISTORY-NAME FROM SYSIN
               ACCEPT WS-WORK-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-JOURNAL-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-CASEMAST-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-REQUEST-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-REQUEST-COUNT TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-MOVE-ONE-ENROLLMENT.
           MOVE ENROLLMENT-IMAGE-WS(ENROLLMENT-SUB)
               TO STUDENT-REPORT-INDEX.
           MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE.
           DELETE STUDENT-FILE-INDEX
               INVALID KEY
                   DISPLAY "MERGE DELETE FAILED: " STUDENT-INDEX-KEY
           END-DELETE.
           MOVE "D" TO JRNL-ACTION-CODE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 311-WRITE-JOURNAL-RECORD.
           MOVE WS-NEW-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           WRITE STUDENT-REPORT-INDEX
               INVALID KEY
                   DISPLAY "MERGE WRITE FAILED: " STUDENT-INDEX-KEY
           END-WRITE.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE.
           MOVE "A" TO JRNL-ACTION-CODE.
           PERFORM 311-WRITE-JOURNAL-RECORD.
           MOVE "INDEX" TO REG-FILE-LABEL.
           MOVE WS-OLD-STUDENT-NUMBER TO REG-OLD-NUMBER.
           MOVE WS-NEW-STUDENT-NUMBER TO REG-NEW-NUMBER.
           MOVE "RENUMBERED" TO REG-DISPOSITION.
           MOVE STUDENT-REPORT-INDEX(10:38) TO REG-DETAIL.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO INDEX-MOVED-COUNT.

       311-WRITE-JOURNAL-RECORD.
           MOVE SPACE TO JRNL-OVERRIDE-SW.
           WRITE JOURNAL-RECORD FROM JOURNAL-RECORD-STRUCTURE.

       312-FIND-DEMOGRAPHIC-NUMBER.
           MOVE "N" TO DEMO-FOUND-FLAG.
           MOVE "N" TO CARRY-EOF-FLAG.
           MOVE WS-OLD-STUDENT-NUMBER TO WS-CARRY-NUMBER-X.
           MOVE WS-DEMOGRAPHIC-FILE-NAME TO WS-CARRY-FILE-NAME.
           OPEN INPUT CARRY-FILE.
           PERFORM 313-READ-DEMOGRAPHIC-RECORD
               UNTIL CARRY-EOF-FLAG = "Y"
                  OR DEMO-FOUND-FLAG = "Y".
           CLOSE CARRY-FILE.

       313-READ-DEMOGRAPHIC-RECORD.
           READ CARRY-FILE
               AT END MOVE "Y" TO CARRY-EOF-FLAG
               NOT AT END
                   IF CARRY-RECORD(1:9) = WS-CARRY-NUMBER-X
                       MOVE "Y" TO DEMO-FOUND-FLAG
                   END-IF
           END-READ.

       314-WRITE-REQUEST-REJECT.
           MOVE "N" TO REQUEST-VALID-SW.
           MOVE "REQUEST" TO REG-FILE-LABEL.
           MOVE MERGE-REQUEST-RECORD(1:9) TO REG-OLD-NUMBER.
           MOVE MERGE-REQUEST-RECORD(10:9) TO REG-NEW-NUMBER.
           MOVE "REJECTED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       315-CARRY-RENUMBER-FORWARD.
           PERFORM 316-SELECT-CARRY-FILE-NAME.
           MOVE ZERO TO NUM-OF-NEW-KEYS.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           MOVE ZERO TO WS-TRAILER-HASH-ADJUSTMENT.
           IF CARRY-DUP-CHECK(CARRY-SUB) = "Y"
               MOVE "N" TO CARRY-EOF-FLAG
               OPEN INPUT CARRY-FILE
               PERFORM 317-COLLECT-NEW-NUMBER-KEY
                   UNTIL CARRY-EOF-FLAG = "Y"
               CLOSE CARRY-FILE
           END-IF.
           MOVE "N" TO CARRY-EOF-FLAG.
           OPEN INPUT CARRY-FILE.
           OPEN OUTPUT CARRY-WORK-FILE.
           PERFORM 318-RENUMBER-CARRY-RECORD
               UNTIL CARRY-EOF-FLAG = "Y".
           CLOSE CARRY-FILE CARRY-WORK-FILE.
           IF WS-FILE-CHANGED-COUNT > ZERO
               MOVE "N" TO WORK-EOF-FLAG
               OPEN INPUT CARRY-WORK-FILE
               OPEN OUTPUT CARRY-FILE
               PERFORM 321-COPY-WORK-RECORD
                   UNTIL WORK-EOF-FLAG = "Y"
               CLOSE CARRY-WORK-FILE CARRY-FILE
               ADD WS-FILE-CHANGED-COUNT TO CARRY-CHANGED-COUNT
           END-IF.

       316-SELECT-CARRY-FILE-NAME.
           EVALUATE CARRY-SUB
               WHEN 1
                   MOVE WS-DEMOGRAPHIC-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 2
                   MOVE WS-STANDING-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 3
                   MOVE WS-GPA-HISTORY-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 4
                   MOVE WS-WAITLIST-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 5
                   MOVE WS-ARCHIVE-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 6
                   MOVE WS-BILLING-DETAIL-NAME TO WS-CARRY-FILE-NAME
               WHEN 7
                   MOVE WS-BILLING-CREDIT-NAME TO WS-CARRY-FILE-NAME
               WHEN 8
                   MOVE WS-AR-LEDGER-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 9
                   MOVE WS-ATTENDANCE-FILE-NAME TO WS-CARRY-FILE-NAME
               WHEN 10
                   MOVE WS-TRANSFER-CREDIT-NAME TO WS-CARRY-FILE-NAME
               WHEN 11
                   MOVE WS-AWARD-HISTORY-NAME TO WS-CARRY-FILE-NAME
               WHEN 12
                   MOVE WS-DEMO-HISTORY-NAME TO WS-CARRY-FILE-NAME
               WHEN 13
                   MOVE WS-CASEMAST-FILE-NAME TO WS-CARRY-FILE-NAME
           END-EVALUATE.

       317-COLLECT-NEW-NUMBER-KEY.
           READ CARRY-FILE
               AT END MOVE "Y" TO CARRY-EOF-FLAG
               NOT AT END
                   MOVE CARRY-RECORD TO WS-CARRY-IMAGE
                   MOVE WS-CARRY-IMAGE(CARRY-NUMBER-POS(CARRY-SUB):9)
                       TO WS-CARRY-NUMBER-X
                   PERFORM 320-BUILD-DUPLICATE-KEY
                   MOVE "N" TO NEW-NUMBER-FOUND-FLAG
                   PERFORM 319-MATCH-NEW-NUMBER
                       VARYING REQ-SUB FROM 1 BY 1
                           UNTIL REQ-SUB > NUM-OF-APPLIED
                              OR NEW-NUMBER-FOUND-FLAG = "Y"
                   IF NEW-NUMBER-FOUND-FLAG = "Y"
                           AND NUM-OF-NEW-KEYS < 2000
                       ADD 1 TO NUM-OF-NEW-KEYS
                       MOVE WS-CARRY-NUMBER-X
                           TO NEW-KEY-NUMBER-WS(NUM-OF-NEW-KEYS)
                       MOVE WS-CURRENT-DUP-KEY
                           TO NEW-KEY-DUP-KEY-WS(NUM-OF-NEW-KEYS)
                   END-IF
           END-READ.

       318-RENUMBER-CARRY-RECORD.
           READ CARRY-FILE
               AT END MOVE "Y" TO CARRY-EOF-FLAG
               NOT AT END
                   MOVE CARRY-RECORD TO WS-CARRY-IMAGE
                   MOVE WS-CARRY-IMAGE(CARRY-NUMBER-POS(CARRY-SUB):9)
                       TO WS-CARRY-NUMBER-X
                   MOVE WS-CARRY-NUMBER-X TO WS-ORIGINAL-NUMBER-X
                   PERFORM 322-APPLY-REQUEST-TO-NUMBER
                       VARYING REQ-SUB FROM 1 BY 1
                           UNTIL REQ-SUB > NUM-OF-APPLIED
                   IF WS-CARRY-NUMBER-X = WS-ORIGINAL-NUMBER-X
                       IF (CARRY-FILE-LABEL(CARRY-SUB) = "BILLDTL"
                           OR CARRY-FILE-LABEL(CARRY-SUB) = "BILLCRED")
                               AND WS-CARRY-IMAGE(1:1) = "T"
                           PERFORM 330-ADJUST-INTERFACE-TRAILER
                       END-IF
                       WRITE CARRY-WORK-RECORD FROM WS-CARRY-IMAGE
                   ELSE
                       PERFORM 323-RENUMBER-OR-DROP-RECORD
                   END-IF
           END-READ.

       319-MATCH-NEW-NUMBER.
           IF WS-CARRY-NUMBER-X = REQ-NEW-NUMBER-WS(REQ-SUB)
               MOVE "Y" TO NEW-NUMBER-FOUND-FLAG
           END-IF.

       320-BUILD-DUPLICATE-KEY.
           IF CARRY-DUP-KEY-LEN(CARRY-SUB) = ZERO
               MOVE SPACES TO WS-CURRENT-DUP-KEY
           ELSE
               MOVE WS-CARRY-IMAGE(CARRY-DUP-KEY-POS(CARRY-SUB):
                   CARRY-DUP-KEY-LEN(CARRY-SUB))
                   TO WS-CURRENT-DUP-KEY
           END-IF.

       321-COPY-WORK-RECORD.
           READ CARRY-WORK-FILE
               AT END MOVE "Y" TO WORK-EOF-FLAG
               NOT AT END
                   WRITE CARRY-RECORD FROM CARRY-WORK-RECORD
           END-READ.

       322-APPLY-REQUEST-TO-NUMBER.
           IF WS-CARRY-NUMBER-X = REQ-OLD-NUMBER-WS(REQ-SUB)
               MOVE REQ-NEW-NUMBER-WS(REQ-SUB) TO WS-CARRY-NUMBER-X
           END-IF.

       323-RENUMBER-OR-DROP-RECORD.
           MOVE "N" TO DUPLICATE-KEY-FLAG.
           IF CARRY-DUP-CHECK(CARRY-SUB) = "Y"
               PERFORM 320-BUILD-DUPLICATE-KEY
               PERFORM 324-MATCH-NEW-KEY
                   VARYING NEW-KEY-SUB FROM 1 BY 1
                       UNTIL NEW-KEY-SUB > NUM-OF-NEW-KEYS
                          OR DUPLICATE-KEY-FLAG = "Y"
           END-IF.
           MOVE CARRY-FILE-LABEL(CARRY-SUB) TO REG-FILE-LABEL.
           MOVE WS-ORIGINAL-NUMBER-X TO REG-OLD-NUMBER.
           MOVE WS-CARRY-NUMBER-X TO REG-NEW-NUMBER.
           MOVE WS-CARRY-IMAGE(1:38) TO REG-DETAIL.
           IF DUPLICATE-KEY-FLAG = "Y"
               MOVE "DROPPED" TO REG-DISPOSITION
           ELSE
               MOVE "RENUMBERED" TO REG-DISPOSITION
               MOVE WS-CARRY-NUMBER-X
                   TO WS-CARRY-IMAGE(CARRY-NUMBER-POS(CARRY-SUB):9)
               IF CARRY-FILE-LABEL(CARRY-SUB) = "BILLDTL"
                       OR CARRY-FILE-LABEL(CARRY-SUB) = "BILLCRED"
                   COMPUTE WS-TRAILER-HASH-ADJUSTMENT =
                       WS-TRAILER-HASH-ADJUSTMENT
                       + WS-CARRY-NUMBER-N - WS-ORIGINAL-NUMBER-N
               END-IF
               WRITE CARRY-WORK-RECORD FROM WS-CARRY-IMAGE
           END-IF.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO WS-FILE-CHANGED-COUNT.

       324-MATCH-NEW-KEY.
           IF WS-CARRY-NUMBER-X = NEW-KEY-NUMBER-WS(NEW-KEY-SUB)
                   AND WS-CURRENT-DUP-KEY =
                       NEW-KEY-DUP-KEY-WS(NEW-KEY-SUB)
               MOVE "Y" TO DUPLICATE-KEY-FLAG
           END-IF.

       325-ACQUIRE-UPDATE-LOCK.
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
               PERFORM 326-CHECK-STALE-LOCK
           END-IF.
           IF LOCK-HELD-FLAG = "Y" AND LOCK-STALE-FLAG NOT = "Y"
                   AND NOT OPERATOR-OVERRIDE
               MOVE "LOCK REFUSED - INDEX HELD" TO WS-LOCK-EVENT
               PERFORM 328-WRITE-LOCK-AUDIT
               MOVE "Y" TO LOCK-DENIED-SW
               DISPLAY "RUN REFUSED - STUDENT INDEX LOCKED BY "
                   WS-LOCK-OWNER
           ELSE
               IF LOCK-HELD-FLAG = "Y" AND OPERATOR-OVERRIDE
                   MOVE "LOCK OVERRIDDEN BY OPERATOR"
                       TO WS-LOCK-EVENT
                   PERFORM 328-WRITE-LOCK-AUDIT
               ELSE
                   IF LOCK-HELD-FLAG = "Y"
                       MOVE "STALE LOCK BROKEN" TO WS-LOCK-EVENT
                       PERFORM 328-WRITE-LOCK-AUDIT
                   END-IF
               END-IF
               OPEN OUTPUT LOCK-CONTROL-FILE
               MOVE "MERGE-STUDENT-NUMS" TO LOCK-PROGRAM-NAME
               MOVE WS-NOW-DATE TO LOCK-DATE
               MOVE WS-NOW-TIME TO LOCK-TIME
               WRITE LOCK-CONTROL-RECORD
               CLOSE LOCK-CONTROL-FILE
               MOVE "LOCK GRANTED" TO WS-LOCK-EVENT
               PERFORM 328-WRITE-LOCK-AUDIT
           END-IF.

       326-CHECK-STALE-LOCK.
           MOVE WS-NOW-DATE TO WS-SERIAL-DATE.
           PERFORM 329-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-NOW-SERIAL.
           MOVE WS-LOCK-DATE TO WS-SERIAL-DATE.
           PERFORM 329-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-LOCK-SERIAL.
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-NOW-SERIAL - WS-LOCK-SERIAL) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MM)
               - (WS-LOCK-HH * 60 + WS-LOCK-MM).
           IF WS-ELAPSED-MINUTES > WS-STALE-MINUTES
               MOVE "Y" TO LOCK-STALE-FLAG
           END-IF.

       327-RELEASE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           CLOSE LOCK-CONTROL-FILE.
           MOVE "LOCK RELEASED" TO WS-LOCK-EVENT.
           PERFORM 328-WRITE-LOCK-AUDIT.

       328-WRITE-LOCK-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-LOCK-EVENT TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       329-COMPUTE-LOCK-DAY-SERIAL.
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

       330-ADJUST-INTERFACE-TRAILER.
           MOVE WS-CARRY-IMAGE(1:60) TO INTERFACE-TRAILER-STRUCTURE.
           COMPUTE IFT-STUDENT-HASH =
               IFT-STUDENT-HASH + WS-TRAILER-HASH-ADJUSTMENT.
           MOVE INTERFACE-TRAILER-STRUCTURE TO WS-CARRY-IMAGE(1:60).
           MOVE ZERO TO WS-TRAILER-HASH-ADJUSTMENT.
