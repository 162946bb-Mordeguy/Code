         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
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
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-DECLINE-THRESHOLD PIC 9(3) VALUE 010.
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-GPA-DECLINE".
               10 SAT-AVRG PIC 9(3).
               10 SAT-CREDITS PIC 9(2).

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

       01 REPORT-HEADER.
           05 FILLER PIC X(27)
                   VALUE "GPA DECLINE EARLY WARNING  ".
           OPEN OUTPUT DECLINE-REPORT.
           OPEN EXTEND NOTIFICATION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 320-WRITE-INTERFACE-HEADER.
           MOVE WS-DECLINE-THRESHOLD TO RPT-HDR-THRESHOLD.
           WRITE DECLINE-REPORT-RECORD FROM REPORT-HEADER.

       203-TERMINATE-DECLINE-JOB.
           MOVE FLAGGED-COUNT TO TRLR-FLAGGED.
           WRITE DECLINE-REPORT-RECORD FROM REPORT-TRAILER.
           PERFORM 321-WRITE-INTERFACE-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "GPA DECLINE REPORT COMPLETE".
           DISPLAY "  STUDENTS FLAGGED: " FLAGGED-COUNT.
               ACCEPT WS-DECLINE-REPORT-NAME FROM SYSIN
               ACCEPT WS-NOTIFICATION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER DECLINE THRESHOLD IN POINTS (000-100): ".
           ACCEPT WS-DECLINE-THRESHOLD FROM SYSIN.
           MOVE WS-FLAGGED-TERM-CODE TO NTF-TERM-CODE.
           MOVE WS-FLAGGED-DROP TO NTF-TRIGGER-VALUE.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD NTF-STUDENT-NUMBER-N TO WS-INTERFACE-STUDENT-HASH.
           ADD NTF-TRIGGER-VALUE TO WS-INTERFACE-AMOUNT-HASH.

       320-WRITE-INTERFACE-HEADER.
           PERFORM 322-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       321-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       322-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 323-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 324-MATCH-SEQUENCE-ENTRY
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
           PERFORM 325-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       323-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       324-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       325-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
