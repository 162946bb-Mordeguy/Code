         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 TRANS-MARK-3 PIC 9(3).
           05 TRANS-MARK-4 PIC 9(3).
           05 TRANS-OVERRIDE-CODE PIC X(4).
           05 TRANS-GRADING-BASIS PIC X(1).
               88 VALID-GRADING-BASIS VALUE "G" "P" "A" SPACE.
           05 TRANS-CASE-NUMBER PIC X(6).
       01 BATCH-HEADER-RECORD.
           05 BHDR-RECORD-CODE PIC X(1).
           05 BHDR-BATCH-DATE PIC 9(8).
           05 FILLER PIC X(63).
       01 BATCH-TRAILER-RECORD.
           05 BTRL-RECORD-CODE PIC X(1).
           05 BTRL-TRANS-COUNT PIC 9(5).
           05 BTRL-HASH-TOTAL PIC 9(11).
           05 FILLER PIC X(55).

       FD COURSE-FILE.
       01 COURSE-RECORD-IN.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD ACCEPTED-TRANSACTION-FILE.
       01 ACCEPTED-TRANSACTION-RECORD PIC X(72).

       FD REJECT-LISTING.
       01 REJECT-LISTING-RECORD PIC X(80).
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
                   VALUE "C:\Users\Nay-thwan\Desktop\CYCLECTL.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 CYCLE-CONTROL-WS.
           05 CYCLE-PRESENT-FLAG PIC X(1) VALUE "N".
               10 TERM-END-WS PIC 9(8).
               10 TERM-CURRENT-WS PIC X(1).

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

       01 REJECT-HEADER.
           05 FILLER PIC X(26)
                   VALUE "TRANSACTION REJECT LISTING".
           PERFORM 302-READ-TRANSACTION-RECORD.

       203-TERMINATE-EDIT-JOB.
           PERFORM 327-WRITE-INTERFACE-TRAILER.
           CLOSE ACCEPTED-TRANSACTION-FILE.
           PERFORM 312-VERIFY-BATCH-CONTROLS.
           IF NOT BATCH-IS-GOOD
                      TERM-CALENDAR-FILE.
           OPEN OUTPUT ACCEPTED-TRANSACTION-FILE REJECT-LISTING.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 326-WRITE-INTERFACE-HEADER.

       302-READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
                   WRITE ACCEPTED-TRANSACTION-RECORD
                       FROM TRANSACTION-RECORD
                   ADD 1 TO ACCEPT-COUNT
                   ADD 1 TO WS-INTERFACE-COUNT
                   ADD TRANS-STUDENT-NUMBER
                       TO WS-INTERFACE-STUDENT-HASH
                   IF TRANS-MARK-1 NUMERIC AND TRANS-MARK-2 NUMERIC
                       AND TRANS-MARK-3 NUMERIC
                       AND TRANS-MARK-4 NUMERIC
                       ADD TRANS-MARK-1 TRANS-MARK-2 TRANS-MARK-3
                           TRANS-MARK-4 TO WS-INTERFACE-AMOUNT-HASH
                   END-IF
               ELSE
                   PERFORM 307-WRITE-REJECT-RECORD
               END-IF
           IF TRANS-ACTION-CODE NOT = "A" AND
                   TRANS-ACTION-CODE NOT = "C" AND
                   TRANS-ACTION-CODE NOT = "D" AND
                   TRANS-ACTION-CODE NOT = "I" AND
                   TRANS-ACTION-CODE NOT = "S"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "INVALID ACTION CODE" TO REJ-REASON
           ELSE
           IF TRANS-TERM-CODE = SPACES
               MOVE "N" TO VALID-RECORD-SW
               MOVE "MISSING TERM CODE" TO REJ-REASON
           ELSE
           IF TRANS-ACTION-CODE = "S" AND TRANS-CASE-NUMBER = SPACES
               MOVE "N" TO VALID-RECORD-SW
               MOVE "MISSING CASE NUMBER" TO REJ-REASON
           ELSE
               PERFORM 318-VALIDATE-TERM-CODE
               IF RECORD-IS-INVALID
               PERFORM 314-VALIDATE-COURSE-NUMBER
               IF RECORD-IS-VALID AND TRANS-ACTION-CODE NOT = "D"
                       AND TRANS-ACTION-CODE NOT = "I"
                       AND TRANS-ACTION-CODE NOT = "S"
                   PERFORM 315-EDIT-TRANSACTION-MARKS
               END-IF
               IF RECORD-IS-VALID AND NOT VALID-GRADING-BASIS
                   MOVE "N" TO VALID-RECORD-SW
                   MOVE "INVALID GRADING BASIS" TO REJ-REASON
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       307-WRITE-REJECT-RECORD.
               ACCEPT WS-REJECT-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-CYCLE-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           READ COURSE-FILE
             AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                 IF NUM-OF-COURSES > ZERO
                     AND COURSE-NUMBER-IN-FILE =
                         COURSE-NUMBER-WS(NUM-OF-COURSES)
                     CONTINUE
                 ELSE
                     ADD 1 TO NUM-OF-COURSES
                     MOVE COURSE-RECORD-IN
                         TO COURSE-TABLE(NUM-OF-COURSES)
                 END-IF
           END-READ.

       311-WRITE-REJECT-HEADER.
               TO CYC-STEP-NAME(CYCLE-STEP-SUB).
           MOVE CYC-STEP-STATUS-WS(CYCLE-STEP-SUB)
               TO CYC-STEP-STATUS(CYCLE-STEP-SUB).

       326-WRITE-INTERFACE-HEADER.
           PERFORM 328-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE ACCEPTED-TRANSACTION-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       327-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE ACCEPTED-TRANSACTION-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       328-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 329-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 330-MATCH-SEQUENCE-ENTRY
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
           PERFORM 331-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       329-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       330-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       331-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
