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
           05 WS-REPORT-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-DEANS-CUTOFF PIC 9(3) VALUE 090.
           05 WS-PROBATION-CUTOFF PIC 9(3) VALUE 050.
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-DEANS-LIST".
           05 PROBATION-COUNT PIC 9(5) VALUE ZERO.
           05 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.

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

       01 DEANS-HEADER.
           05 FILLER PIC X(17) VALUE "DEANS LIST  TERM ".
           05 DLH-TERM-CODE PIC X(6).
               UNTIL STANDING-EOF-FLAG = "Y".
           CLOSE STANDING-FILE.
           PERFORM 303-WRITE-REPORT-HEADERS.
           PERFORM 323-WRITE-INTERFACE-HEADER.
           PERFORM 302-READ-GPA-HISTORY.

       202-PROCESS-GPA-RECORD.
                   UNTIL STUDENT-SUB > NUM-OF-STUDENTS.
           PERFORM 305-WRITE-REPORT-TRAILERS.
           PERFORM 319-REWRITE-STANDING-FILE.
           PERFORM 324-WRITE-INTERFACE-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "DEANS LIST / PROBATION REPORT COMPLETE".
           DISPLAY "  DEANS LIST: " DEANS-COUNT.
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-NOTIFICATION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER REPORT TERM CODE: ".
           ACCEPT WS-REPORT-TERM-CODE FROM SYSIN.
               END-IF
           END-IF.
           IF MATCHED-STANDING-SUB > ZERO
               IF STND-STANDING-CODE-WS(MATCHED-STANDING-SUB) NOT = "M"
                   MOVE WS-NEW-STANDING-CODE
                       TO STND-STANDING-CODE-WS(MATCHED-STANDING-SUB)
                   MOVE WS-REPORT-TERM-CODE
                       TO STND-EFFECTIVE-TERM-WS(MATCHED-STANDING-SUB)
               END-IF
               IF WS-NEW-HOLD-FLAG = "Y"
                   MOVE "Y"
                       TO STND-HOLD-FLAG-WS(MATCHED-STANDING-SUB)
           MOVE WS-REPORT-TERM-CODE TO NTF-TERM-CODE.
           MOVE WS-WEIGHTED-AVRG TO NTF-TRIGGER-VALUE.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD NTF-STUDENT-NUMBER-N TO WS-INTERFACE-STUDENT-HASH.
           ADD NTF-TRIGGER-VALUE TO WS-INTERFACE-AMOUNT-HASH.

       323-WRITE-INTERFACE-HEADER.
           PERFORM 325-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE WS-REPORT-TERM-CODE TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       324-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE NOTIFICATION-CONTROL-RECORD
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
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       328-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
