      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. MERGE-CONVERT-SLICES.
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

       SELECT OPTIONAL SLICE-LOAD-FILE
         ASSIGN TO WS-SLICE-LOAD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SLICE-EXCEPTION-FILE
         ASSIGN TO WS-SLICE-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SLICE-RECYCLE-FILE
         ASSIGN TO WS-SLICE-RECYCLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL WAITLIST-FILE
         ASSIGN TO WS-WAITLIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-FILE
         ASSIGN TO WS-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-RECYCLE-FILE
         ASSIGN TO WS-RECYCLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECONCILIATION-FILE
         ASSIGN TO WS-RECONCILIATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CYCLE-CONTROL-FILE
         ASSIGN TO WS-CYCLE-FILE-NAME
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

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD SLICE-CONTROL-FILE.
       01 SLICE-CONTROL-RECORD.
           05 SLCTL-SLICE-NUMBER PIC 9(2).
           05 SLCTL-LOW-STUDENT PIC 9(9).
           05 SLCTL-HIGH-STUDENT PIC 9(9).
           05 SLCTL-STATUS-FILE-NAME PIC X(80).
           05 SLCTL-LOAD-FILE-NAME PIC X(80).
           05 SLCTL-EXCEPTION-FILE-NAME PIC X(80).
           05 SLCTL-RECYCLE-FILE-NAME PIC X(80).

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

       FD SLICE-LOAD-FILE.
       01 SLICE-LOAD-RECORD PIC X(74).

       FD SLICE-EXCEPTION-FILE.
       01 SLICE-EXCEPTION-RECORD PIC X(80).

       FD SLICE-RECYCLE-FILE.
       01 SLICE-RECYCLE-RECORD PIC X(87).

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
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
           05 GRADING-BASIS-INDEX PIC X(1).

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

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-COURSE-NUMBER PIC X(7).
           05 WL-SECTION-NUMBER PIC X(3).
           05 WL-TERM-CODE PIC X(6).
           05 WL-STUDENT-NUMBER PIC 9(9).
           05 WL-STUDENT-NAME PIC X(20).
           05 WL-PROGRAM-NUMBER PIC X(3).
           05 WL-STATUS PIC X(1).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(80).

       FD EXCEPTION-RECYCLE-FILE.
       01 EXCEPTION-RECYCLE-RECORD PIC X(87).

       FD RECONCILIATION-FILE.
       01 RECONCILIATION-RECORD PIC X(120).

       FD CYCLE-CONTROL-FILE.
       01 CYCLE-CONTROL-RECORD.
           05 CYCLE-DATE PIC 9(8).
           05 CYCLE-STEP-ENTRY OCCURS 5 TIMES.
               10 CYC-STEP-NAME PIC X(20).
               10 CYC-STEP-STATUS PIC X(1).

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

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-SLICE-CONTROL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CNVSLICE.TXT".
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-WAITLIST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WAITLIST.TXT".
           05 WS-EXCEPTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUEXA4.TXT".
           05 WS-RECYCLE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUEXRC4.TXT".
           05 WS-RECONCILIATION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STURECON.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-CYCLE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CYCLECTL.TXT".
           05 WS-LOCK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-SLICE-STATUS-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-SLICE-LOAD-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-SLICE-EXCEPTION-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-SLICE-RECYCLE-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".

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
           05 WS-NOW-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-LOCK-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-LOCK-SERIAL-DATE PIC 9(8) VALUE ZERO.
           05 WS-LOCK-SERIAL-PARTS REDEFINES WS-LOCK-SERIAL-DATE.
               10 WS-LSER-YEAR PIC 9(4).
               10 WS-LSER-MONTH PIC 9(2).
               10 WS-LSER-DAY PIC 9(2).
           05 WS-LOCK-DAY-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-LOCK-LEAP-WORK PIC 9(4) VALUE ZERO.
           05 WS-LOCK-LEAP-REMAINDER PIC 9(4) VALUE ZERO.
           05 WS-LOCK-LEAP-SW PIC X(1) VALUE "N".

       01 LOCK-MONTH-OFFSET-LIST PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 LOCK-MONTH-OFFSET-TABLE REDEFINES LOCK-MONTH-OFFSET-LIST.
           05 LOCK-MONTH-OFFSET-DAYS OCCURS 12 TIMES PIC 9(3).

       01 CYCLE-CONTROL-WS.
           05 CYCLE-PRESENT-FLAG PIC X(1) VALUE "N".
           05 CYCLE-DENIED-SW PIC X(1) VALUE "N".
               88 CYCLE-REFUSED VALUE "Y".
           05 WS-CYCLE-STEP-SUB PIC 9(1) VALUE 3.
           05 WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
           05 CYCLE-STEP-SUB PIC 9(1).
           05 CYCLE-STEP-TABLE OCCURS 5 TIMES.
               10 CYC-STEP-NAME-WS PIC X(20).
               10 CYC-STEP-STATUS-WS PIC X(1).

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MERGE-CONVERT-SLICES".
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
           05 WS-SLICE-LOAD-COUNT PIC 9(7) VALUE ZERO.
           05 SLICE-ENTRY-TABLE OCCURS 20 TIMES.
               10 SLICE-NUMBER-WS PIC 9(2).
               10 SLICE-LOW-WS PIC 9(9).
               10 SLICE-HIGH-WS PIC 9(9).
               10 SLICE-STATUS-NAME-WS PIC X(80).
               10 SLICE-LOAD-NAME-WS PIC X(80).
               10 SLICE-EXCEPTION-NAME-WS PIC X(80).
               10 SLICE-RECYCLE-NAME-WS PIC X(80).
               10 SLICE-READ-WS PIC 9(7).
               10 SLICE-LOADED-WS PIC 9(7).
               10 SLICE-EXCEPTIONED-WS PIC 9(7).

       01 RECONCILIATION-COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-INDEXED PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-EXCEPTIONED PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-WAITLISTED PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-ACCOUNTED-FOR PIC 9(7) VALUE ZERO.

       01 RECONCILIATION-RECORD-STRUCTURE.
           05 FILLER PIC X(15) VALUE "RECORDS READ: ".
           05 RECON-READ PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "RECORDS INDEXED: ".
           05 RECON-INDEXED PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "RECORDS EXCEPTIONED: ".
           05 RECON-EXCEPTIONED PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "RECORDS WAITLISTED: ".
           05 RECON-WAITLISTED PIC ZZZZZZ9.

       01 SLICE-RECON-STRUCTURE.
           05 FILLER PIC X(6) VALUE "SLICE ".
           05 SRC-SLICE-NUMBER PIC 99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SRC-LOW-STUDENT PIC 9(9).
           05 FILLER PIC X(4) VALUE " TO ".
           05 SRC-HIGH-STUDENT PIC 9(9).
           05 FILLER PIC X(7) VALUE " READ: ".
           05 SRC-READ PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " LOADED: ".
           05 SRC-LOADED PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE " EXCEPTIONED: ".
           05 SRC-EXCEPTIONED PIC ZZZZZZ9.

       01 SLICE-COUNT-MISMATCH-STRUCTURE.
           05 FILLER PIC X(10) VALUE "*** SLICE ".
           05 SCM-SLICE-NUMBER PIC 99.
           05 FILLER PIC X(25) VALUE " LOAD FILE HOLDS RECORDS ".
           05 SCM-LOAD-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE " STATUS RECORDED: ".
           05 SCM-STATUS-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " ***".

       01 FLAGS.
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 RECON-MISMATCH-SW PIC X(1) VALUE "N".

       01 EXCEPTION-RECORD-STRUCTURE.
           05 EXC-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON PIC X(25).

       01 RECYCLE-RECORD-STRUCTURE.
           05 RCY-ORIGINAL-RECORD.
               10 RCY-STUDENT-NAME PIC X(20).
               10 RCY-STUDENT-NUMBER PIC 9(9).
               10 RCY-PROGRAM-NUMBER PIC X(3).
               10 RCY-COURSE-NUMBER PIC X(7).
               10 RCY-TERM-CODE PIC X(6).
               10 RCY-SECTION-NUMBER PIC X(3).
               10 RCY-MARK-1 PIC 9(3).
               10 RCY-MARK-2 PIC 9(3).
               10 RCY-MARK-3 PIC 9(3).
               10 RCY-MARK-4 PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCY-REASON PIC X(25).

       01 VAR-RANGE.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 MATCHED-COURSE-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

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

       01 WARNING-RECORD-STRUCTURE.
           05 FILLER PIC X(14) VALUE "OVER CAPACITY ".
           05 WARN-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WARN-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WARN-TERM-CODE PIC X(6).
           05 FILLER PIC X(10) VALUE " ENROLLED ".
           05 WARN-ENROLLED PIC ZZZ9.
           05 FILLER PIC X(10) VALUE " CAPACITY ".
           05 WARN-CAPACITY PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MERGE-CONVERT-SLICES.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 336-LOAD-CYCLE-CONTROL.
           PERFORM 301-VERIFY-SLICES.
           IF MERGE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 340-ACQUIRE-UPDATE-LOCK
               IF LOCK-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 334-REGISTER-CYCLE-START
                   IF CYCLE-REFUSED
                       PERFORM 342-RELEASE-UPDATE-LOCK
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 201-INITIATE-MERGE-JOB
                       PERFORM 202-MERGE-SLICE
                           VARYING SLICE-SUB FROM 1 BY 1
                               UNTIL SLICE-SUB > NUM-OF-SLICES
                       PERFORM 203-TERMINATE-MERGE-JOB
                       PERFORM 335-REGISTER-CYCLE-END
                       PERFORM 342-RELEASE-UPDATE-LOCK
                       PERFORM 204-SET-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       201-INITIATE-MERGE-JOB.
           OPEN INPUT COURSE-FILE
               OUTPUT STUDENT-FILE-INDEX EXCEPTION-FILE
                      EXCEPTION-RECYCLE-FILE RECONCILIATION-FILE.
           OPEN EXTEND WAITLIST-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 304-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 345-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.

       202-MERGE-SLICE.
           MOVE SLICE-EXCEPTION-NAME-WS(SLICE-SUB)
               TO WS-SLICE-EXCEPTION-FILE-NAME.
           MOVE "N" TO SLICE-FILE-EOF-FLAG.
           OPEN INPUT SLICE-EXCEPTION-FILE.
           PERFORM 305-COPY-SLICE-EXCEPTION
               UNTIL SLICE-FILE-EOF-FLAG = "Y".
           CLOSE SLICE-EXCEPTION-FILE.
           MOVE SLICE-RECYCLE-NAME-WS(SLICE-SUB)
               TO WS-SLICE-RECYCLE-FILE-NAME.
           MOVE "N" TO SLICE-FILE-EOF-FLAG.
           OPEN INPUT SLICE-RECYCLE-FILE.
           PERFORM 306-COPY-SLICE-RECYCLE
               UNTIL SLICE-FILE-EOF-FLAG = "Y".
           CLOSE SLICE-RECYCLE-FILE.
           MOVE SLICE-LOAD-NAME-WS(SLICE-SUB)
               TO WS-SLICE-LOAD-FILE-NAME.
           MOVE "N" TO SLICE-FILE-EOF-FLAG.
           MOVE ZERO TO WS-SLICE-LOAD-COUNT.
           OPEN INPUT SLICE-LOAD-FILE.
           PERFORM 307-LOAD-SLICE-RECORD
               UNTIL SLICE-FILE-EOF-FLAG = "Y".
           CLOSE SLICE-LOAD-FILE.
           ADD SLICE-READ-WS(SLICE-SUB) TO WS-RECORDS-READ.
           ADD SLICE-EXCEPTIONED-WS(SLICE-SUB)
               TO WS-RECORDS-EXCEPTIONED.
           PERFORM 311-WRITE-SLICE-RECONCILIATION.

       203-TERMINATE-MERGE-JOB.
           PERFORM 320-WRITE-OVER-CAPACITY-SUMMARY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS.
           PERFORM 310-WRITE-RECONCILIATION-REPORT.
           PERFORM 313-WRITE-AUDIT-LOG.
           CLOSE STUDENT-FILE-INDEX COURSE-FILE WAITLIST-FILE
               EXCEPTION-FILE EXCEPTION-RECYCLE-FILE
               RECONCILIATION-FILE AUDIT-LOG-FILE.
           DISPLAY "CONVERSION SLICE MERGE COMPLETE".
           DISPLAY "  SLICES MERGED:      " NUM-OF-SLICES.
           DISPLAY "  RECORDS READ:       " WS-RECORDS-READ.
           DISPLAY "  RECORDS INDEXED:    " WS-RECORDS-INDEXED.
           DISPLAY "  RECORDS EXCEPTIONED:" WS-RECORDS-EXCEPTIONED.
           DISPLAY "  RECORDS WAITLISTED: " WS-RECORDS-WAITLISTED.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
                   OR RECON-MISMATCH-SW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECORDS-EXCEPTIONED > ZERO
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
                       MOVE SLCTL-LOAD-FILE-NAME
                           TO SLICE-LOAD-NAME-WS(NUM-OF-SLICES)
                       MOVE SLCTL-EXCEPTION-FILE-NAME
                           TO SLICE-EXCEPTION-NAME-WS(NUM-OF-SLICES)
                       MOVE SLCTL-RECYCLE-FILE-NAME
                           TO SLICE-RECYCLE-NAME-WS(NUM-OF-SLICES)
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

       304-LOAD-COURSE-TABLE.
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

       305-COPY-SLICE-EXCEPTION.
           READ SLICE-EXCEPTION-FILE
               AT END MOVE "Y" TO SLICE-FILE-EOF-FLAG
               NOT AT END
                   WRITE EXCEPTION-RECORD FROM SLICE-EXCEPTION-RECORD
           END-READ.

       306-COPY-SLICE-RECYCLE.
           READ SLICE-RECYCLE-FILE
               AT END MOVE "Y" TO SLICE-FILE-EOF-FLAG
               NOT AT END
                   WRITE EXCEPTION-RECYCLE-RECORD
                       FROM SLICE-RECYCLE-RECORD
           END-READ.

       307-LOAD-SLICE-RECORD.
           READ SLICE-LOAD-FILE
               AT END MOVE "Y" TO SLICE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SLICE-LOAD-COUNT
                   MOVE SLICE-LOAD-RECORD TO STUDENT-REPORT-INDEX
                   PERFORM 315-FIND-COURSE-CAPACITY
                   PERFORM 332-CHECK-SECTION-FULL
                   IF MATCHED-SECTION-SUB > ZERO
                       AND SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
                       AND SECT-ENROLLED-WS(MATCHED-SECTION-SUB) NOT <
                           SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
                       PERFORM 333-WRITE-WAITLIST-RECORD
                   ELSE
                       PERFORM 314-WRITE-INDEX-RECORD
                   END-IF
           END-READ.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-SLICE-CONTROL-FILE-NAME FROM SYSIN
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-WAITLIST-FILE-NAME FROM SYSIN
               ACCEPT WS-EXCEPTION-FILE-NAME FROM SYSIN
               ACCEPT WS-RECYCLE-FILE-NAME FROM SYSIN
               ACCEPT WS-RECONCILIATION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-CYCLE-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.

       309-REFUSE-MERGE.
           MOVE "Y" TO MERGE-DENIED-SW.
           DISPLAY "MERGE REFUSED - SLICE " SLICE-SUB " "
               WS-REFUSAL-REASON.
           MOVE SPACES TO WS-LOCK-EVENT.
           STRING "MERGE REFUSED - " DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
               INTO WS-LOCK-EVENT.
           PERFORM 343-WRITE-LOCK-AUDIT.

       310-WRITE-RECONCILIATION-REPORT.
           COMPUTE WS-RECORDS-ACCOUNTED-FOR =
               WS-RECORDS-INDEXED + WS-RECORDS-EXCEPTIONED
               + WS-RECORDS-WAITLISTED.
           MOVE WS-RECORDS-READ TO RECON-READ.
           MOVE WS-RECORDS-INDEXED TO RECON-INDEXED.
           MOVE WS-RECORDS-EXCEPTIONED TO RECON-EXCEPTIONED.
           MOVE WS-RECORDS-WAITLISTED TO RECON-WAITLISTED.
           WRITE RECONCILIATION-RECORD
               FROM RECONCILIATION-RECORD-STRUCTURE.
           IF WS-RECORDS-READ NOT = WS-RECORDS-ACCOUNTED-FOR
               MOVE "Y" TO RECON-MISMATCH-SW
               MOVE "*** RECONCILIATION MISMATCH - RECORD(S) LOST ***"
                   TO RECONCILIATION-RECORD
               WRITE RECONCILIATION-RECORD
           END-IF.

       311-WRITE-SLICE-RECONCILIATION.
           MOVE SLICE-NUMBER-WS(SLICE-SUB) TO SRC-SLICE-NUMBER.
           MOVE SLICE-LOW-WS(SLICE-SUB) TO SRC-LOW-STUDENT.
           MOVE SLICE-HIGH-WS(SLICE-SUB) TO SRC-HIGH-STUDENT.
           MOVE SLICE-READ-WS(SLICE-SUB) TO SRC-READ.
           MOVE SLICE-LOADED-WS(SLICE-SUB) TO SRC-LOADED.
           MOVE SLICE-EXCEPTIONED-WS(SLICE-SUB) TO SRC-EXCEPTIONED.
           WRITE RECONCILIATION-RECORD FROM SLICE-RECON-STRUCTURE.
           IF WS-SLICE-LOAD-COUNT NOT = SLICE-LOADED-WS(SLICE-SUB)
               MOVE "Y" TO RECON-MISMATCH-SW
               MOVE SLICE-NUMBER-WS(SLICE-SUB) TO SCM-SLICE-NUMBER
               MOVE WS-SLICE-LOAD-COUNT TO SCM-LOAD-COUNT
               MOVE SLICE-LOADED-WS(SLICE-SUB) TO SCM-STATUS-COUNT
               WRITE RECONCILIATION-RECORD
                   FROM SLICE-COUNT-MISMATCH-STRUCTURE
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
               IF SLST-PROGRAM-NAME NOT = "CONVERT-INDEX-SEQ"
                   MOVE "STATUS IS NOT FROM A CONVERSION SLICE"
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
                       IF CYCLE-PRESENT-FLAG = "Y"
                               AND SLST-CYCLE-DATE NOT = WS-CYCLE-DATE
                           MOVE "SLICE WAS RUN FOR ANOTHER CYCLE"
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
                                   PERFORM 348-STORE-SLICE-COUNTS
                               END-IF
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
           MOVE WS-RECORDS-INDEXED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       314-WRITE-INDEX-RECORD.
           WRITE STUDENT-REPORT-INDEX
               INVALID KEY
                   MOVE "DUPLICATE ENROLLMENT KEY" TO EXC-REASON
                   PERFORM 316-WRITE-EXCEPTION-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-INDEXED
                   PERFORM 317-COUNT-SECTION-ENROLLMENT
           END-WRITE.

       315-FIND-COURSE-CAPACITY.
           MOVE "N" TO FOUND-FLAG.
           MOVE ZERO TO MATCHED-COURSE-CAPACITY.
           PERFORM 346-FIND-COURSE-AS-OF-START.
           PERFORM 321-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       316-WRITE-EXCEPTION-RECORD.
           MOVE STUDENT-NAME-INDEX TO EXC-STUDENT-NAME.
           MOVE STUDENT-NUMBER-INDEX TO EXC-STUDENT-NUMBER.
           WRITE EXCEPTION-RECORD FROM EXCEPTION-RECORD-STRUCTURE.
           MOVE STUDENT-NAME-INDEX TO RCY-STUDENT-NAME.
           MOVE STUDENT-NUMBER-INDEX TO RCY-STUDENT-NUMBER.
           MOVE PROGRAM-NUMBER-INDEX TO RCY-PROGRAM-NUMBER.
           MOVE COURSE-NUMBER-INDEX TO RCY-COURSE-NUMBER.
           MOVE TERM-CODE-INDEX TO RCY-TERM-CODE.
           MOVE SECTION-NUMBER-INDEX TO RCY-SECTION-NUMBER.
           MOVE MARK-1-INDEX TO RCY-MARK-1.
           MOVE MARK-2-INDEX TO RCY-MARK-2.
           MOVE MARK-3-INDEX TO RCY-MARK-3.
           MOVE MARK-4-INDEX TO RCY-MARK-4.
           MOVE EXC-REASON TO RCY-REASON.
           WRITE EXCEPTION-RECYCLE-RECORD
               FROM RECYCLE-RECORD-STRUCTURE.
           ADD 1 TO WS-RECORDS-EXCEPTIONED.

       317-COUNT-SECTION-ENROLLMENT.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 318-MATCH-SECTION-ENTRY
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
               IF SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
                   AND SECT-ENROLLED-WS(MATCHED-SECTION-SUB) =
                       SECT-CAPACITY-WS(MATCHED-SECTION-SUB) + 1
                   PERFORM 319-WRITE-CAPACITY-WARNING
               END-IF
           END-IF.

       318-MATCH-SECTION-ENTRY.
           IF COURSE-NUMBER-INDEX = SECT-COURSE-WS(SECTION-SUB)
                   AND SECTION-NUMBER-INDEX =
                       SECT-SECTION-WS(SECTION-SUB)
                   AND TERM-CODE-INDEX = SECT-TERM-WS(SECTION-SUB)
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
           END-IF.

       319-WRITE-CAPACITY-WARNING.
           MOVE SECT-COURSE-WS(MATCHED-SECTION-SUB)
               TO WARN-COURSE-NUMBER.
           MOVE SECT-SECTION-WS(MATCHED-SECTION-SUB)
               TO WARN-SECTION-NUMBER.
           MOVE SECT-TERM-WS(MATCHED-SECTION-SUB)
               TO WARN-TERM-CODE.
           MOVE SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
               TO WARN-ENROLLED.
           MOVE SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
               TO WARN-CAPACITY.
           WRITE EXCEPTION-RECORD FROM WARNING-RECORD-STRUCTURE.

       320-WRITE-OVER-CAPACITY-SUMMARY.
           IF SECT-CAPACITY-WS(SECTION-SUB) > ZERO
                   AND SECT-ENROLLED-WS(SECTION-SUB) >
                       SECT-CAPACITY-WS(SECTION-SUB)
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
               PERFORM 319-WRITE-CAPACITY-WARNING
           END-IF.

       321-MATCH-COURSE-ENTRY.
           IF COURSE-NUMBER-INDEX = COURSE-NUMBER-WS(COURSE-SUB)
               AND (FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO FOUND-FLAG
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)
                   TO MATCHED-COURSE-CAPACITY
           END-IF.

       332-CHECK-SECTION-FULL.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 318-MATCH-SECTION-ENTRY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.

       333-WRITE-WAITLIST-RECORD.
           MOVE COURSE-NUMBER-INDEX TO WL-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO WL-SECTION-NUMBER.
           MOVE TERM-CODE-INDEX TO WL-TERM-CODE.
           MOVE STUDENT-NUMBER-INDEX TO WL-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEX TO WL-STUDENT-NAME.
           MOVE PROGRAM-NUMBER-INDEX TO WL-PROGRAM-NUMBER.
           MOVE "W" TO WL-STATUS.
           WRITE WAITLIST-RECORD.
           ADD 1 TO WS-RECORDS-WAITLISTED.

       334-REGISTER-CYCLE-START.
           IF CYCLE-PRESENT-FLAG NOT = "Y"
               DISPLAY "RUN REFUSED - NO CYCLE CONTROL RECORD"
               MOVE "Y" TO CYCLE-DENIED-SW
           ELSE
               IF CYC-STEP-STATUS-WS(WS-CYCLE-STEP-SUB) = "C"
                   DISPLAY "RUN REFUSED - STEP ALREADY COMPLETE FOR "
                       "CYCLE " WS-CYCLE-DATE
                   MOVE "Y" TO CYCLE-DENIED-SW
               ELSE
                   IF CYC-STEP-STATUS-WS(WS-CYCLE-STEP-SUB - 1) NOT =
                       "C"
                       DISPLAY "RUN REFUSED - PREDECESSOR STEP NOT "
                           "COMPLETE FOR CYCLE " WS-CYCLE-DATE
                       MOVE "Y" TO CYCLE-DENIED-SW
                   ELSE
                       MOVE "S" TO CYC-STEP-STATUS-WS(WS-CYCLE-STEP-SUB)
                       PERFORM 337-SAVE-CYCLE-CONTROL
                   END-IF
               END-IF
           END-IF.

       335-REGISTER-CYCLE-END.
           MOVE "C" TO CYC-STEP-STATUS-WS(WS-CYCLE-STEP-SUB).
           PERFORM 337-SAVE-CYCLE-CONTROL.

       336-LOAD-CYCLE-CONTROL.
           MOVE "N" TO CYCLE-PRESENT-FLAG.
           OPEN INPUT CYCLE-CONTROL-FILE.
           READ CYCLE-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO CYCLE-PRESENT-FLAG
                   MOVE CYCLE-DATE TO WS-CYCLE-DATE
                   PERFORM 338-LOAD-CYCLE-STEP
                       VARYING CYCLE-STEP-SUB FROM 1 BY 1
                           UNTIL CYCLE-STEP-SUB > 5
           END-READ.
           CLOSE CYCLE-CONTROL-FILE.

       337-SAVE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL-FILE.
           MOVE WS-CYCLE-DATE TO CYCLE-DATE.
           PERFORM 339-SAVE-CYCLE-STEP
               VARYING CYCLE-STEP-SUB FROM 1 BY 1
                   UNTIL CYCLE-STEP-SUB > 5.
           WRITE CYCLE-CONTROL-RECORD.
           CLOSE CYCLE-CONTROL-FILE.

       338-LOAD-CYCLE-STEP.
           MOVE CYC-STEP-NAME(CYCLE-STEP-SUB)
               TO CYC-STEP-NAME-WS(CYCLE-STEP-SUB).
           MOVE CYC-STEP-STATUS(CYCLE-STEP-SUB)
               TO CYC-STEP-STATUS-WS(CYCLE-STEP-SUB).

       339-SAVE-CYCLE-STEP.
           MOVE CYC-STEP-NAME-WS(CYCLE-STEP-SUB)
               TO CYC-STEP-NAME(CYCLE-STEP-SUB).
           MOVE CYC-STEP-STATUS-WS(CYCLE-STEP-SUB)
               TO CYC-STEP-STATUS(CYCLE-STEP-SUB).

       340-ACQUIRE-UPDATE-LOCK.
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
               PERFORM 341-CHECK-STALE-LOCK
           END-IF.
           IF LOCK-HELD-FLAG = "Y" AND LOCK-STALE-FLAG NOT = "Y"
                   AND NOT OPERATOR-OVERRIDE
               MOVE "LOCK REFUSED - INDEX HELD" TO WS-LOCK-EVENT
               PERFORM 343-WRITE-LOCK-AUDIT
               MOVE "Y" TO LOCK-DENIED-SW
               DISPLAY "RUN REFUSED - STUDENT INDEX LOCKED BY "
                   WS-LOCK-OWNER
           ELSE
               IF LOCK-HELD-FLAG = "Y" AND OPERATOR-OVERRIDE
                   MOVE "LOCK OVERRIDDEN BY OPERATOR"
                       TO WS-LOCK-EVENT
                   PERFORM 343-WRITE-LOCK-AUDIT
               ELSE
                   IF LOCK-HELD-FLAG = "Y"
                       MOVE "STALE LOCK BROKEN" TO WS-LOCK-EVENT
                       PERFORM 343-WRITE-LOCK-AUDIT
                   END-IF
               END-IF
               OPEN OUTPUT LOCK-CONTROL-FILE
               MOVE "MERGE-CONVERT-SLICES" TO LOCK-PROGRAM-NAME
               MOVE WS-NOW-DATE TO LOCK-DATE
               MOVE WS-NOW-TIME TO LOCK-TIME
               WRITE LOCK-CONTROL-RECORD
               CLOSE LOCK-CONTROL-FILE
               MOVE "LOCK GRANTED" TO WS-LOCK-EVENT
               PERFORM 343-WRITE-LOCK-AUDIT
           END-IF.

       341-CHECK-STALE-LOCK.
           MOVE WS-NOW-DATE TO WS-LOCK-SERIAL-DATE.
           PERFORM 344-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-LOCK-DAY-SERIAL TO WS-NOW-SERIAL.
           MOVE WS-LOCK-DATE TO WS-LOCK-SERIAL-DATE.
           PERFORM 344-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-LOCK-DAY-SERIAL TO WS-LOCK-SERIAL.
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-NOW-SERIAL - WS-LOCK-SERIAL) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MM)
               - (WS-LOCK-HH * 60 + WS-LOCK-MM).
           IF WS-ELAPSED-MINUTES > WS-STALE-MINUTES
               MOVE "Y" TO LOCK-STALE-FLAG
           END-IF.

       342-RELEASE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           CLOSE LOCK-CONTROL-FILE.
           MOVE "LOCK RELEASED" TO WS-LOCK-EVENT.
           PERFORM 343-WRITE-LOCK-AUDIT.

       343-WRITE-LOCK-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-LOCK-EVENT TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       344-COMPUTE-LOCK-DAY-SERIAL.
           MOVE "N" TO WS-LOCK-LEAP-SW.
           DIVIDE WS-LSER-YEAR BY 4 GIVING WS-LOCK-LEAP-WORK
               REMAINDER WS-LOCK-LEAP-REMAINDER.
           IF WS-LOCK-LEAP-REMAINDER = ZERO
               MOVE "Y" TO WS-LOCK-LEAP-SW
           END-IF.
           DIVIDE WS-LSER-YEAR BY 100 GIVING WS-LOCK-LEAP-WORK
               REMAINDER WS-LOCK-LEAP-REMAINDER.
           IF WS-LOCK-LEAP-REMAINDER = ZERO
               MOVE "N" TO WS-LOCK-LEAP-SW
           END-IF.
           DIVIDE WS-LSER-YEAR BY 400 GIVING WS-LOCK-LEAP-WORK
               REMAINDER WS-LOCK-LEAP-REMAINDER.
           IF WS-LOCK-LEAP-REMAINDER = ZERO
               MOVE "Y" TO WS-LOCK-LEAP-SW
           END-IF.
           COMPUTE WS-LOCK-DAY-SERIAL =
               WS-LSER-YEAR * 365
               + WS-LSER-YEAR / 4
               - WS-LSER-YEAR / 100
               + WS-LSER-YEAR / 400
               + LOCK-MONTH-OFFSET-DAYS(WS-LSER-MONTH)
               + WS-LSER-DAY.
           IF WS-LOCK-LEAP-SW = "Y" AND WS-LSER-MONTH > 2
               ADD 1 TO WS-LOCK-DAY-SERIAL
           END-IF.

       345-LOAD-TERM-TABLE.
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

       346-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 347-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       347-MATCH-AS-OF-TERM.
           IF TERM-CODE-INDEX = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       348-STORE-SLICE-COUNTS.
           MOVE SLST-RECORDS-READ TO SLICE-READ-WS(SLICE-SUB).
           MOVE SLST-RECORDS-WRITTEN TO SLICE-LOADED-WS(SLICE-SUB).
           MOVE SLST-RECORDS-EXCEPTIONED
               TO SLICE-EXCEPTIONED-WS(SLICE-SUB).
