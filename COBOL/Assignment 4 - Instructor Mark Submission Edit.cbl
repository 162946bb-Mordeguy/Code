      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EDIT-INSTRUCTOR-MARKS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MARK-SUBMISSION-FILE
         ASSIGN TO WS-SUBMISSION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT ASSIGNMENT-FILE
         ASSIGN TO WS-ASSIGNMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL INSTRUCTOR-FILE
         ASSIGN TO WS-INSTRUCTOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GENERATED-TRANSACTION-FILE
         ASSIGN TO WS-GENERATED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SUBMISSION-LOG-FILE
         ASSIGN TO WS-SUBMISSION-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-SORT-FILE
         ASSIGN "MRKSORTW".

       SELECT EXCEPTION-LISTING
         ASSIGN TO WS-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOCK-CONTROL-FILE
         ASSIGN TO WS-LOCK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD MARK-SUBMISSION-FILE.
       01 MARK-SUBMISSION-RECORD.
           05 MSUB-INSTRUCTOR-ID PIC X(5).
           05 MSUB-COURSE-NUMBER PIC X(7).
           05 MSUB-SECTION-NUMBER PIC X(3).
           05 MSUB-TERM-CODE PIC X(6).
           05 MSUB-STUDENT-NUMBER PIC 9(9).
           05 MSUB-MARK-FIELD OCCURS 4 TIMES.
               10 MSUB-MARK PIC 9(3).

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

       FD GENERATED-TRANSACTION-FILE.
       01 GENERATED-TRANSACTION-RECORD PIC X(72).

       FD SUBMISSION-LOG-FILE.
       01 SUBMISSION-LOG-RECORD.
           05 MLOG-INSTRUCTOR-ID PIC X(5).
           05 MLOG-COURSE-NUMBER PIC X(7).
           05 MLOG-SECTION-NUMBER PIC X(3).
           05 MLOG-TERM-CODE PIC X(6).
           05 MLOG-STUDENT-NUMBER PIC 9(9).
           05 MLOG-RECEIVED-DATE PIC 9(8).
           05 MLOG-RECEIVED-TIME PIC 9(8).

       SD EXCEPTION-SORT-FILE.
       01 EXCEPTION-SORT-RECORD.
           05 XSRT-INSTRUCTOR-ID PIC X(5).
           05 XSRT-SEQUENCE PIC 9(7).
           05 XSRT-SUBMISSION-DATA PIC X(42).
           05 XSRT-REASON PIC X(25).

       FD EXCEPTION-LISTING.
       01 EXCEPTION-LISTING-RECORD PIC X(80).

       FD LOCK-CONTROL-FILE.
       01 LOCK-CONTROL-RECORD.
           05 LOCK-PROGRAM-NAME PIC X(20).
           05 LOCK-DATE PIC 9(8).
           05 LOCK-TIME PIC 9(8).

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

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-SUBMISSION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MARKSUBM.TXT".
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-ASSIGNMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SECASSGN.TXT".
           05 WS-INSTRUCTOR-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\INSFILE.TXT".
           05 WS-GENERATED-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\INSTRANS.TXT".
           05 WS-SUBMISSION-LOG-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MARKRCVD.TXT".
           05 WS-EXCEPTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\INSREJ.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-LOCK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

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

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "EDIT-INSTRUCTOR-MRKS".
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
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 ASSIGNMENT-EOF-FLAG PIC X(1) VALUE "N".
           05 INSTRUCTOR-EOF-FLAG PIC X(1) VALUE "N".
           05 ASSIGNMENT-FOUND-FLAG PIC X(1) VALUE "N".
           05 INSTRUCTOR-FOUND-FLAG PIC X(1) VALUE "N".
           05 DUPLICATE-FOUND-FLAG PIC X(1) VALUE "N".

       01 EDIT-SWITCHES.
           05 VALID-RECORD-SW PIC X(1) VALUE "Y".
               88 RECORD-IS-VALID VALUE "Y".
               88 RECORD-IS-INVALID VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 GENERATE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-INSTRUCTOR-REJECTS PIC 9(5) VALUE ZERO.
           05 WS-INSTRUCTORS-LISTED PIC 9(5) VALUE ZERO.
           05 MARK-SUB PIC 9(1).

       01 INSTRUCTOR-BREAK-WS.
           05 WS-PREV-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.

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
           05 WS-MATCHED-INSTRUCTOR-NAME PIC X(20) VALUE SPACES.
           05 INSTRUCTOR-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-INSTRUCTORS.
               10 INST-ID-WS PIC X(5).
               10 INST-NAME-WS PIC X(20).
               10 INST-DEPARTMENT-WS PIC X(10).

       01 ACCEPTED-KEY-TABLE-WS.
           05 NUM-OF-ACCEPTED PIC 9(4) VALUE ZERO.
           05 ACCEPTED-SUB PIC 9(4).
           05 ACCEPTED-KEY-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON NUM-OF-ACCEPTED.
               10 ACC-STUDENT-NUMBER-WS PIC 9(9).
               10 ACC-COURSE-NUMBER-WS PIC X(7).
               10 ACC-TERM-CODE-WS PIC X(6).

       01 TRANSACTION-RECORD-STRUCTURE.
           05 TRANS-ACTION-CODE PIC X(1).
           05 TRANS-STUDENT-NUMBER PIC 9(9).
           05 TRANS-STUDENT-NAME PIC X(20).
           05 TRANS-PROGRAM-NUMBER PIC X(3).
           05 TRANS-COURSE-NUMBER PIC X(7).
           05 TRANS-TERM-CODE PIC X(6).
           05 TRANS-SECTION-NUMBER PIC X(3).
           05 TRANS-MARK-1 PIC 9(3).
           05 TRANS-MARK-2 PIC 9(3).
           05 TRANS-MARK-3 PIC 9(3).
           05 TRANS-MARK-4 PIC 9(3).
           05 TRANS-OVERRIDE-CODE PIC X(4).
           05 TRANS-GRADING-BASIS PIC X(1).

       01 SEQUENCE-CONTROL-WS.
           05 NUM-OF-SEQUENCES PIC 9(3) VALUE ZERO.
           05 SEQUENCE-SUB PIC 9(3).
           05 MATCHED-SEQUENCE-SUB PIC 9(3) VALUE ZERO.
           05 SEQUENCE-EOF-FLAG PIC X(1) VALUE "N".
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

       01 REJECT-REASON-WS.
           05 REJ-REASON PIC X(25) VALUE SPACES.

       01 SORTED-SUBMISSION-WS.
           05 SSUB-INSTRUCTOR-ID PIC X(5).
           05 SSUB-COURSE-NUMBER PIC X(7).
           05 SSUB-SECTION-NUMBER PIC X(3).
           05 SSUB-TERM-CODE PIC X(6).
           05 SSUB-STUDENT-NUMBER PIC X(9).
           05 SSUB-MARK PIC X(3) OCCURS 4 TIMES.

       01 EXCEPTION-TITLE-STRUCTURE.
           05 FILLER PIC X(40)
                   VALUE "INSTRUCTOR MARK SUBMISSION EXCEPTIONS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 XTL-RUN-DATE PIC 9(8).

       01 EXCEPTION-INSTRUCTOR-STRUCTURE.
           05 FILLER PIC X(12) VALUE "INSTRUCTOR  ".
           05 XIN-INSTRUCTOR-ID PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XIN-INSTRUCTOR-NAME PIC X(20).

       01 EXCEPTION-COLUMN-HEADER.
           05 FILLER PIC X(8) VALUE "COURSE".
           05 FILLER PIC X(4) VALUE "SEC".
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(10) VALUE "STUDENT".
           05 FILLER PIC X(16) VALUE "MK1 MK2 MK3 MK4".
           05 FILLER PIC X(6) VALUE "REASON".

       01 EXCEPTION-DETAIL-STRUCTURE.
           05 XDT-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 XDT-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 XDT-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 XDT-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 XDT-MARK-GROUP OCCURS 4 TIMES.
               10 XDT-MARK PIC X(3).
               10 FILLER PIC X(1).
           05 XDT-REASON PIC X(25).

       01 EXCEPTION-TRAILER-STRUCTURE.
           05 FILLER PIC X(27) VALUE "EXCEPTIONS FOR INSTRUCTOR: ".
           05 XTR-COUNT PIC ZZZZ9.

       01 NO-EXCEPTION-LINE.
           05 FILLER PIC X(30) VALUE "NO EXCEPTIONS IN THIS RUN".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-EDIT-INSTRUCTOR-MARKS.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 317-ACQUIRE-UPDATE-LOCK.
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-EDIT-JOB
               SORT EXCEPTION-SORT-FILE
                   ON ASCENDING KEY XSRT-INSTRUCTOR-ID
                                    XSRT-SEQUENCE
                   INPUT PROCEDURE 202-EDIT-SUBMISSIONS
                   OUTPUT PROCEDURE 205-PRINT-EXCEPTION-LISTING
               PERFORM 203-TERMINATE-EDIT-JOB
               PERFORM 319-RELEASE-UPDATE-LOCK
               PERFORM 204-SET-RETURN-CODE
           END-IF.
           STOP RUN.

       201-INITIATE-EDIT-JOB.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 312-LOAD-ASSIGNMENT-TABLE
               UNTIL ASSIGNMENT-EOF-FLAG = "Y".
           CLOSE ASSIGNMENT-FILE.
           OPEN INPUT INSTRUCTOR-FILE.
           PERFORM 313-LOAD-INSTRUCTOR-TABLE
               UNTIL INSTRUCTOR-EOF-FLAG = "Y".
           CLOSE INSTRUCTOR-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT EXCEPTION-LISTING.
           OPEN EXTEND AUDIT-LOG-FILE.

       202-EDIT-SUBMISSIONS.
           OPEN INPUT MARK-SUBMISSION-FILE STUDENT-FILE-INDEX.
           OPEN OUTPUT GENERATED-TRANSACTION-FILE.
           OPEN EXTEND SUBMISSION-LOG-FILE.
           PERFORM 327-WRITE-INTERFACE-HEADER.
           PERFORM 302-READ-SUBMISSION-RECORD.
           PERFORM 303-EDIT-SUBMISSION-RECORD
               UNTIL EOF-FLAG = "Y".
           PERFORM 328-WRITE-INTERFACE-TRAILER.
           CLOSE MARK-SUBMISSION-FILE STUDENT-FILE-INDEX
               GENERATED-TRANSACTION-FILE SUBMISSION-LOG-FILE.

       203-TERMINATE-EDIT-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "INSTRUCTOR MARK SUBMISSION EDIT COMPLETE".
           DISPLAY "  SUBMISSIONS READ : " WS-RECORDS-READ.
           DISPLAY "  ACCEPTED         : " GENERATE-COUNT.
           DISPLAY "  REJECTED         : " REJECT-COUNT.
           DISPLAY "  INSTRUCTORS LISTED: " WS-INSTRUCTORS-LISTED.
           CLOSE EXCEPTION-LISTING AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       205-PRINT-EXCEPTION-LISTING.
           MOVE WS-RUN-DATE TO XTL-RUN-DATE.
           PERFORM 304-RETURN-SORTED-EXCEPTION
               UNTIL SORT-EOF-FLAG = "Y".
           IF FIRST-RECORD-SW = "Y"
               WRITE EXCEPTION-LISTING-RECORD
                   FROM EXCEPTION-TITLE-STRUCTURE
               WRITE EXCEPTION-LISTING-RECORD FROM NO-EXCEPTION-LINE
           ELSE
               PERFORM 305-PRINT-INSTRUCTOR-TRAILER
           END-IF.

       302-READ-SUBMISSION-RECORD.
           READ MARK-SUBMISSION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       303-EDIT-SUBMISSION-RECORD.
           IF MARK-SUBMISSION-RECORD NOT = SPACES
               PERFORM 306-VALIDATE-SUBMISSION
               IF RECORD-IS-VALID
                   PERFORM 307-GENERATE-CORRECTION
               ELSE
                   PERFORM 311-RELEASE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 302-READ-SUBMISSION-RECORD.

       304-RETURN-SORTED-EXCEPTION.
           RETURN EXCEPTION-SORT-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 310-PRINT-EXCEPTION-DETAIL
           END-RETURN.

       305-PRINT-INSTRUCTOR-TRAILER.
           MOVE WS-INSTRUCTOR-REJECTS TO XTR-COUNT.
           WRITE EXCEPTION-LISTING-RECORD
               FROM EXCEPTION-TRAILER-STRUCTURE.
           MOVE ZERO TO WS-INSTRUCTOR-REJECTS.

       306-VALIDATE-SUBMISSION.
           MOVE "Y" TO VALID-RECORD-SW.
           MOVE SPACES TO REJ-REASON.
           PERFORM 314-CHECK-SECTION-ASSIGNMENT.
           IF ASSIGNMENT-FOUND-FLAG NOT = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "NOT ASSIGNED TO SECTION" TO REJ-REASON
           ELSE
               IF MSUB-STUDENT-NUMBER NOT NUMERIC
                       OR MSUB-STUDENT-NUMBER = ZERO
                   MOVE "N" TO VALID-RECORD-SW
                   MOVE "INVALID STUDENT NUMBER" TO REJ-REASON
               ELSE
                   PERFORM 316-EDIT-SUBMITTED-MARK
                       VARYING MARK-SUB FROM 1 BY 1
                           UNTIL MARK-SUB > 4 OR RECORD-IS-INVALID
               END-IF
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 315-CHECK-ENROLLMENT
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 322-CHECK-DUPLICATE-SUBMISSION
           END-IF.

       307-GENERATE-CORRECTION.
           MOVE "C" TO TRANS-ACTION-CODE.
           MOVE STUDENT-NUMBER-INDEX TO TRANS-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEX TO TRANS-STUDENT-NAME.
           MOVE PROGRAM-NUMBER-INDEX TO TRANS-PROGRAM-NUMBER.
           MOVE COURSE-NUMBER-INDEX TO TRANS-COURSE-NUMBER.
           MOVE TERM-CODE-INDEX TO TRANS-TERM-CODE.
           MOVE SECTION-NUMBER-INDEX TO TRANS-SECTION-NUMBER.
           MOVE MSUB-MARK(1) TO TRANS-MARK-1.
           MOVE MSUB-MARK(2) TO TRANS-MARK-2.
           MOVE MSUB-MARK(3) TO TRANS-MARK-3.
           MOVE MSUB-MARK(4) TO TRANS-MARK-4.
           MOVE SPACES TO TRANS-OVERRIDE-CODE.
           MOVE SPACE TO TRANS-GRADING-BASIS.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM TRANSACTION-RECORD-STRUCTURE.
           ADD 1 TO GENERATE-COUNT.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD TRANS-STUDENT-NUMBER TO WS-INTERFACE-STUDENT-HASH.
           IF TRANS-MARK-1 NUMERIC AND TRANS-MARK-2 NUMERIC
                   AND TRANS-MARK-3 NUMERIC AND TRANS-MARK-4 NUMERIC
               ADD TRANS-MARK-1 TRANS-MARK-2 TRANS-MARK-3
                   TRANS-MARK-4 TO WS-INTERFACE-AMOUNT-HASH
           END-IF.
           MOVE MSUB-INSTRUCTOR-ID TO MLOG-INSTRUCTOR-ID.
           MOVE MSUB-COURSE-NUMBER TO MLOG-COURSE-NUMBER.
           MOVE MSUB-SECTION-NUMBER TO MLOG-SECTION-NUMBER.
           MOVE MSUB-TERM-CODE TO MLOG-TERM-CODE.
           MOVE MSUB-STUDENT-NUMBER TO MLOG-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO MLOG-RECEIVED-DATE.
           MOVE WS-RUN-TIME TO MLOG-RECEIVED-TIME.
           WRITE SUBMISSION-LOG-RECORD.
           IF NUM-OF-ACCEPTED < 5000
               ADD 1 TO NUM-OF-ACCEPTED
               MOVE MSUB-STUDENT-NUMBER
                   TO ACC-STUDENT-NUMBER-WS(NUM-OF-ACCEPTED)
               MOVE MSUB-COURSE-NUMBER
                   TO ACC-COURSE-NUMBER-WS(NUM-OF-ACCEPTED)
               MOVE MSUB-TERM-CODE
                   TO ACC-TERM-CODE-WS(NUM-OF-ACCEPTED)
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-SUBMISSION-FILE-NAME FROM SYSIN
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-ASSIGNMENT-FILE-NAME FROM SYSIN
               ACCEPT WS-INSTRUCTOR-FILE-NAME FROM SYSIN
               ACCEPT WS-GENERATED-FILE-NAME FROM SYSIN
               ACCEPT WS-SUBMISSION-LOG-NAME FROM SYSIN
               ACCEPT WS-EXCEPTION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-SUBMISSION-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE GENERATE-COUNT TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-PRINT-EXCEPTION-DETAIL.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               MOVE XSRT-INSTRUCTOR-ID TO WS-PREV-INSTRUCTOR-ID
               WRITE EXCEPTION-LISTING-RECORD
                   FROM EXCEPTION-TITLE-STRUCTURE
               PERFORM 323-PRINT-INSTRUCTOR-HEADER
           ELSE
               IF XSRT-INSTRUCTOR-ID NOT = WS-PREV-INSTRUCTOR-ID
                   PERFORM 305-PRINT-INSTRUCTOR-TRAILER
                   MOVE XSRT-INSTRUCTOR-ID TO WS-PREV-INSTRUCTOR-ID
                   WRITE EXCEPTION-LISTING-RECORD
                       FROM EXCEPTION-TITLE-STRUCTURE
                       AFTER ADVANCING PAGE
                   PERFORM 323-PRINT-INSTRUCTOR-HEADER
               END-IF
           END-IF.
           MOVE XSRT-SUBMISSION-DATA TO SORTED-SUBMISSION-WS.
           MOVE SPACES TO EXCEPTION-DETAIL-STRUCTURE.
           MOVE SSUB-COURSE-NUMBER TO XDT-COURSE-NUMBER.
           MOVE SSUB-SECTION-NUMBER TO XDT-SECTION-NUMBER.
           MOVE SSUB-TERM-CODE TO XDT-TERM-CODE.
           MOVE SSUB-STUDENT-NUMBER TO XDT-STUDENT-NUMBER.
           MOVE SSUB-MARK(1) TO XDT-MARK(1).
           MOVE SSUB-MARK(2) TO XDT-MARK(2).
           MOVE SSUB-MARK(3) TO XDT-MARK(3).
           MOVE SSUB-MARK(4) TO XDT-MARK(4).
           MOVE XSRT-REASON TO XDT-REASON.
           WRITE EXCEPTION-LISTING-RECORD
               FROM EXCEPTION-DETAIL-STRUCTURE.
           ADD 1 TO WS-INSTRUCTOR-REJECTS.

       311-RELEASE-EXCEPTION.
           MOVE MSUB-INSTRUCTOR-ID TO XSRT-INSTRUCTOR-ID.
           MOVE WS-RECORDS-READ TO XSRT-SEQUENCE.
           MOVE MARK-SUBMISSION-RECORD TO XSRT-SUBMISSION-DATA.
           MOVE REJ-REASON TO XSRT-REASON.
           RELEASE EXCEPTION-SORT-RECORD.
           ADD 1 TO REJECT-COUNT.

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

       314-CHECK-SECTION-ASSIGNMENT.
           MOVE "N" TO ASSIGNMENT-FOUND-FLAG.
           PERFORM 320-MATCH-ASSIGNMENT-ENTRY
               VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > NUM-OF-ASSIGNMENTS
                      OR ASSIGNMENT-FOUND-FLAG = "Y".

       315-CHECK-ENROLLMENT.
           MOVE MSUB-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE MSUB-COURSE-NUMBER TO COURSE-NUMBER-INDEX.
           MOVE MSUB-TERM-CODE TO TERM-CODE-INDEX.
           READ STUDENT-FILE-INDEX
               INVALID KEY
                   MOVE "N" TO VALID-RECORD-SW
                   MOVE "STUDENT NOT ENROLLED" TO REJ-REASON
               NOT INVALID KEY
                   IF SECTION-NUMBER-INDEX NOT = MSUB-SECTION-NUMBER
                       MOVE "N" TO VALID-RECORD-SW
                       MOVE "ENROLLED IN OTHER SECTION" TO REJ-REASON
                   ELSE
                       IF RECORD-FINALIZED
                           MOVE "N" TO VALID-RECORD-SW
                           MOVE "RECORD ALREADY FINALIZED"
                               TO REJ-REASON
                       END-IF
                   END-IF
           END-READ.

       316-EDIT-SUBMITTED-MARK.
           IF MSUB-MARK(MARK-SUB) NOT NUMERIC
               MOVE "N" TO VALID-RECORD-SW
               MOVE "NON-NUMERIC MARK" TO REJ-REASON
           ELSE
               IF MSUB-MARK(MARK-SUB) > 100
                   MOVE "N" TO VALID-RECORD-SW
                   MOVE "MARK OUT OF RANGE 0-100" TO REJ-REASON
               END-IF
           END-IF.

       317-ACQUIRE-UPDATE-LOCK.
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
               PERFORM 318-CHECK-STALE-LOCK
           END-IF.
           IF LOCK-HELD-FLAG = "Y" AND LOCK-STALE-FLAG NOT = "Y"
                   AND NOT OPERATOR-OVERRIDE
               MOVE "LOCK REFUSED - INDEX HELD" TO WS-LOCK-EVENT
               PERFORM 321-WRITE-LOCK-AUDIT
               MOVE "Y" TO LOCK-DENIED-SW
               DISPLAY "RUN REFUSED - STUDENT INDEX LOCKED BY "
                   WS-LOCK-OWNER
           ELSE
               IF LOCK-HELD-FLAG = "Y" AND OPERATOR-OVERRIDE
                   MOVE "LOCK OVERRIDDEN BY OPERATOR"
                       TO WS-LOCK-EVENT
                   PERFORM 321-WRITE-LOCK-AUDIT
               ELSE
                   IF LOCK-HELD-FLAG = "Y"
                       MOVE "STALE LOCK BROKEN" TO WS-LOCK-EVENT
                       PERFORM 321-WRITE-LOCK-AUDIT
                   END-IF
               END-IF
               OPEN OUTPUT LOCK-CONTROL-FILE
               MOVE "EDIT-INSTRUCTOR-MRKS" TO LOCK-PROGRAM-NAME
               MOVE WS-NOW-DATE TO LOCK-DATE
               MOVE WS-NOW-TIME TO LOCK-TIME
               WRITE LOCK-CONTROL-RECORD
               CLOSE LOCK-CONTROL-FILE
               MOVE "LOCK GRANTED" TO WS-LOCK-EVENT
               PERFORM 321-WRITE-LOCK-AUDIT
           END-IF.

       318-CHECK-STALE-LOCK.
           MOVE WS-NOW-DATE TO WS-SERIAL-DATE.
           PERFORM 324-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-NOW-SERIAL.
           MOVE WS-LOCK-DATE TO WS-SERIAL-DATE.
           PERFORM 324-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-LOCK-SERIAL.
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-NOW-SERIAL - WS-LOCK-SERIAL) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MM)
               - (WS-LOCK-HH * 60 + WS-LOCK-MM).
           IF WS-ELAPSED-MINUTES > WS-STALE-MINUTES
               MOVE "Y" TO LOCK-STALE-FLAG
           END-IF.

       319-RELEASE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           CLOSE LOCK-CONTROL-FILE.
           MOVE "LOCK RELEASED" TO WS-LOCK-EVENT.
           PERFORM 321-WRITE-LOCK-AUDIT.

       320-MATCH-ASSIGNMENT-ENTRY.
           IF MSUB-COURSE-NUMBER = ASGN-COURSE-WS(ASSIGNMENT-SUB)
                   AND MSUB-SECTION-NUMBER =
                       ASGN-SECTION-WS(ASSIGNMENT-SUB)
                   AND MSUB-TERM-CODE = ASGN-TERM-WS(ASSIGNMENT-SUB)
                   AND MSUB-INSTRUCTOR-ID =
                       ASGN-INSTRUCTOR-WS(ASSIGNMENT-SUB)
               MOVE "Y" TO ASSIGNMENT-FOUND-FLAG
           END-IF.

       321-WRITE-LOCK-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-LOCK-EVENT TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       322-CHECK-DUPLICATE-SUBMISSION.
           MOVE "N" TO DUPLICATE-FOUND-FLAG.
           PERFORM 325-MATCH-ACCEPTED-KEY
               VARYING ACCEPTED-SUB FROM 1 BY 1
                   UNTIL ACCEPTED-SUB > NUM-OF-ACCEPTED
                      OR DUPLICATE-FOUND-FLAG = "Y".
           IF DUPLICATE-FOUND-FLAG = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "DUPLICATE IN SUBMISSION" TO REJ-REASON
           END-IF.

       323-PRINT-INSTRUCTOR-HEADER.
           MOVE "N" TO INSTRUCTOR-FOUND-FLAG.
           MOVE "*** NOT ON INSTRUCTOR FILE ***"
               TO WS-MATCHED-INSTRUCTOR-NAME.
           PERFORM 326-MATCH-INSTRUCTOR-ENTRY
               VARYING INSTRUCTOR-SUB FROM 1 BY 1
                   UNTIL INSTRUCTOR-SUB > NUM-OF-INSTRUCTORS
                      OR INSTRUCTOR-FOUND-FLAG = "Y".
           MOVE WS-PREV-INSTRUCTOR-ID TO XIN-INSTRUCTOR-ID.
           MOVE WS-MATCHED-INSTRUCTOR-NAME TO XIN-INSTRUCTOR-NAME.
           WRITE EXCEPTION-LISTING-RECORD
               FROM EXCEPTION-INSTRUCTOR-STRUCTURE.
           WRITE EXCEPTION-LISTING-RECORD
               FROM EXCEPTION-COLUMN-HEADER.
           ADD 1 TO WS-INSTRUCTORS-LISTED.

       324-COMPUTE-LOCK-DAY-SERIAL.
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

       325-MATCH-ACCEPTED-KEY.
           IF MSUB-STUDENT-NUMBER = ACC-STUDENT-NUMBER-WS(ACCEPTED-SUB)
                   AND MSUB-COURSE-NUMBER =
                       ACC-COURSE-NUMBER-WS(ACCEPTED-SUB)
                   AND MSUB-TERM-CODE = ACC-TERM-CODE-WS(ACCEPTED-SUB)
               MOVE "Y" TO DUPLICATE-FOUND-FLAG
           END-IF.

       326-MATCH-INSTRUCTOR-ENTRY.
           IF WS-PREV-INSTRUCTOR-ID = INST-ID-WS(INSTRUCTOR-SUB)
               MOVE "Y" TO INSTRUCTOR-FOUND-FLAG
               MOVE INST-NAME-WS(INSTRUCTOR-SUB)
                   TO WS-MATCHED-INSTRUCTOR-NAME
           END-IF.

       327-WRITE-INTERFACE-HEADER.
           PERFORM 329-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       328-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       329-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 330-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 331-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.
           IF MATCHED-SEQUENCE-SUB = ZERO
               ADD 1 TO NUM-OF-SEQUENCES
               MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB
               MOVE AUDIT-PROGRAM-NAME
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
           PERFORM 332-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       330-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       331-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       332-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
