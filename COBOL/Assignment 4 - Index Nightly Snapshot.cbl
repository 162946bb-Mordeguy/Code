         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD PIC X(74).

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
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "SNAPSHOT-STUDENT-IDX".
       01 SNAPSHOT-NAME-WS.
           05 WS-SNAPSHOT-DATE PIC 9(8) VALUE ZERO.

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
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           OPEN INPUT STUDENT-FILE-INDEX.
           OPEN OUTPUT SNAPSHOT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 310-WRITE-INTERFACE-HEADER.

       202-COPY-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
                   ADD 1 TO WS-RECORDS-READ
                   WRITE SNAPSHOT-RECORD FROM STUDENT-REPORT-INDEX
                   ADD 1 TO WS-RECORDS-COPIED
                   ADD 1 TO WS-INTERFACE-COUNT
                   ADD STUDENT-NUMBER-INDEX
                       TO WS-INTERFACE-STUDENT-HASH
                   ADD MARK-1-INDEX MARK-2-INDEX MARK-3-INDEX
                       MARK-4-INDEX TO WS-INTERFACE-AMOUNT-HASH
           END-READ.

       203-TERMINATE-SNAPSHOT-JOB.
           PERFORM 311-WRITE-INTERFACE-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "STUDENT INDEX SNAPSHOT COMPLETE".
           DISPLAY "  SNAPSHOT FILE : " WS-SNAPSHOT-FILE-NAME.
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-SNAPSHOT-BASE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-COPIED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-WRITE-INTERFACE-HEADER.
           PERFORM 312-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE SNAPSHOT-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       311-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE SNAPSHOT-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       312-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 313-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 314-MATCH-SEQUENCE-ENTRY
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
           PERFORM 315-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       313-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       314-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       315-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
