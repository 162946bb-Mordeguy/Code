         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD PIC X(74).
       01 SNAPSHOT-DETAIL-RECORD.
           05 SNAP-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(49).
           05 SNAP-MARK-1 PIC 9(3).
           05 SNAP-MARK-2 PIC 9(3).
           05 SNAP-MARK-3 PIC 9(3).
           05 SNAP-MARK-4 PIC 9(3).
           05 FILLER PIC X(4).
       01 SNAPSHOT-CONTROL-RECORD.
           05 SNAP-RECORD-CODE PIC X(1).
           05 FILLER PIC X(73).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD RECOVERY-REPORT.
       01 RECOVERY-REPORT-RECORD PIC X(80).
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
           05 WS-START-TIME PIC 9(8) VALUE ZERO.
           05 WS-STOP-DATE PIC 9(8) VALUE 99999999.
           05 WS-STOP-TIME PIC 9(8) VALUE 99999999.
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 LOCK-CONTROL-WS.
           05 LOCK-HELD-FLAG PIC X(1) VALUE "N".
       01 LOCK-MONTH-OFFSET-TABLE REDEFINES LOCK-MONTH-OFFSET-LIST.
           05 LOCK-MONTH-OFFSET-DAYS OCCURS 12 TIMES PIC 9(3).

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

       01 INTERFACE-CONTROL-WS.
           05 INTERFACE-STATUS-SW PIC X(1) VALUE "Y".
               88 INTERFACE-ACCEPTED VALUE "Y".
               88 INTERFACE-REJECTED VALUE "N".
           05 INTERFACE-EOF-FLAG PIC X(1) VALUE "N".
           05 INTERFACE-HEADER-SW PIC X(1) VALUE "N".
               88 INTERFACE-HEADER-SEEN VALUE "Y".
           05 INTERFACE-TRAILER-SW PIC X(1) VALUE "N".
               88 INTERFACE-TRAILER-SEEN VALUE "Y".
           05 WS-INTERFACE-EXPECTED PIC 9(6) VALUE ZERO.
           05 WS-INTERFACE-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-INTERFACE-REASON PIC X(40) VALUE SPACES.
           05 NUM-OF-SEGMENTS PIC 9(3) VALUE ZERO.
           05 SEGMENT-SUB PIC 9(3).
           05 SEGMENT-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-SEGMENTS.
               10 SEG-SOURCE-PROGRAM-WS PIC X(20).
               10 SEG-SEQUENCE-NUMBER-WS PIC 9(6).

       01 INTERFACE-EVENT-WS.
           05 IFE-EVENT-TEXT PIC X(21) VALUE SPACES.
           05 IFE-EVENT-DETAIL PIC X(59) VALUE SPACES.
           05 IFE-ACCEPTED-DETAIL REDEFINES IFE-EVENT-DETAIL.
               10 IFE-SOURCE-PROGRAM PIC X(20).
               10 IFE-SEQUENCE-LABEL PIC X(5).
               10 IFE-SEQUENCE-NUMBER PIC 9(6).
               10 FILLER PIC X(28).

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "RECOVER-STUDENT-IDX".
           05 FILLER PIC X(2) VALUE SPACES.
      ******************************************************************
       100-RECOVER-STUDENT-INDEX.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 315-VERIFY-INTERFACE-FILE.
           IF INTERFACE-ACCEPTED
               PERFORM 310-ACQUIRE-UPDATE-LOCK
           END-IF.
           IF INTERFACE-REJECTED OR LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-RECOVERY-JOB
               PERFORM 205-REPLAY-JOURNAL-ENTRY
                   UNTIL JOURNAL-EOF-FLAG = "Y"
               PERFORM 206-TERMINATE-RECOVERY-JOB
               PERFORM 324-RECORD-INTERFACE-CONSUMED
               PERFORM 312-RELEASE-UPDATE-LOCK
               PERFORM 204-SET-RETURN-CODE
           END-IF.
           READ SNAPSHOT-FILE
               AT END MOVE "Y" TO SNAPSHOT-EOF-FLAG
               NOT AT END
                   IF SNAP-RECORD-CODE NOT = "H"
                           AND SNAP-RECORD-CODE NOT = "T"
                       PERFORM 307-LOAD-SNAPSHOT-IMAGE
                   END-IF
           END-READ.

       203-SWITCH-TO-REPLAY-MODE.
           MOVE STUDENT-INDEX-KEY TO RPL-STUDENT-KEY.
           PERFORM 305-WRITE-REPLAY-RECORD.

       307-LOAD-SNAPSHOT-IMAGE.
           MOVE SNAPSHOT-RECORD TO STUDENT-REPORT-INDEX.
           WRITE STUDENT-REPORT-INDEX
               INVALID KEY
                   MOVE STUDENT-INDEX-KEY TO RPL-STUDENT-KEY
                   MOVE ZERO TO RPL-RUN-DATE
                   MOVE ZERO TO RPL-RUN-TIME
                   MOVE "S" TO RPL-ACTION-CODE
                   MOVE "SNAPSHOT DUP KEY" TO RPL-DISPOSITION
                   WRITE RECOVERY-REPORT-RECORD
                       FROM REPLAY-RECORD-STRUCTURE
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOT-LOADED
           END-WRITE.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.
           IF WS-LOCK-LEAP-SW = "Y" AND WS-LSER-MONTH > 2
               ADD 1 TO WS-LOCK-DAY-SERIAL
           END-IF.

       315-VERIFY-INTERFACE-FILE.
           PERFORM 322-LOAD-SEQUENCE-CONTROL.
           OPEN INPUT SNAPSHOT-FILE.
           PERFORM 316-VERIFY-INTERFACE-RECORD
               UNTIL INTERFACE-EOF-FLAG = "Y".
           CLOSE SNAPSHOT-FILE.
           IF NUM-OF-SEGMENTS = ZERO
               MOVE "NO INTERFACE HEADER" TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-ACCEPTED
               MOVE "INTERFACE ACCEPTED - " TO IFE-EVENT-TEXT
               PERFORM 320-AUDIT-ACCEPTED-SEGMENT
                   VARYING SEGMENT-SUB FROM 1 BY 1
                       UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS
           ELSE
               MOVE "INTERFACE REJECTED - " TO IFE-EVENT-TEXT
               MOVE WS-INTERFACE-REASON TO IFE-EVENT-DETAIL
               PERFORM 321-WRITE-INTERFACE-AUDIT
           END-IF.

       316-VERIFY-INTERFACE-RECORD.
           READ SNAPSHOT-FILE
               AT END MOVE "Y" TO INTERFACE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-INTERFACE-RECORDS-READ
                   EVALUATE SNAP-RECORD-CODE
                       WHEN "H"
                           PERFORM 317-VERIFY-INTERFACE-HEADER
                       WHEN "T"
                           PERFORM 318-VERIFY-INTERFACE-TRAILER
                       WHEN OTHER
                           IF NOT INTERFACE-HEADER-SEEN
                                   OR INTERFACE-TRAILER-SEEN
                               MOVE "DETAIL OUTSIDE HEADER/TRAILER"
                                   TO WS-INTERFACE-REASON
                               PERFORM 319-REJECT-INTERFACE
                           END-IF
                           ADD 1 TO WS-INTERFACE-COUNT
                           IF SNAP-STUDENT-NUMBER NUMERIC
                               ADD SNAP-STUDENT-NUMBER
                                   TO WS-INTERFACE-STUDENT-HASH
                           END-IF
                           IF SNAP-MARK-1 NUMERIC
                                   AND SNAP-MARK-2 NUMERIC
                                   AND SNAP-MARK-3 NUMERIC
                                   AND SNAP-MARK-4 NUMERIC
                               ADD SNAP-MARK-1 SNAP-MARK-2
                                   SNAP-MARK-3 SNAP-MARK-4
                                   TO WS-INTERFACE-AMOUNT-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       317-VERIFY-INTERFACE-HEADER.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           IF NUM-OF-SEGMENTS > ZERO
               MOVE "MORE THAN ONE INTERFACE HEADER"
                   TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-HEADER-SW.
           MOVE "N" TO INTERFACE-TRAILER-SW.
           MOVE ZERO TO WS-INTERFACE-COUNT.
           MOVE ZERO TO WS-INTERFACE-STUDENT-HASH.
           MOVE ZERO TO WS-INTERFACE-AMOUNT-HASH.
           MOVE SNAPSHOT-CONTROL-RECORD
               TO INTERFACE-HEADER-STRUCTURE.
           IF NUM-OF-SEGMENTS < 100
               ADD 1 TO NUM-OF-SEGMENTS
           END-IF.
           MOVE IFH-PROGRAM-NAME
               TO SEG-SOURCE-PROGRAM-WS(NUM-OF-SEGMENTS).
           MOVE IFH-SEQUENCE-NUMBER
               TO SEG-SEQUENCE-NUMBER-WS(NUM-OF-SEGMENTS).
           MOVE NUM-OF-SEGMENTS TO SEGMENT-SUB.
           PERFORM 323-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 325-ADD-SEQUENCE-ENTRY
           END-IF.
           IF IFH-SEQUENCE-NUMBER NOT >
                   SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE "SEQUENCE ALREADY CONSUMED"
                   TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           ELSE
               COMPUTE WS-INTERFACE-EXPECTED =
                   SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB) + 1
               IF IFH-SEQUENCE-NUMBER > WS-INTERFACE-EXPECTED
                   DISPLAY "INTERFACE SEQUENCE GAP - "
                       IFH-PROGRAM-NAME " EXPECTED "
                       WS-INTERFACE-EXPECTED " RECEIVED "
                       IFH-SEQUENCE-NUMBER
               END-IF
               MOVE IFH-SEQUENCE-NUMBER
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
           END-IF.

       318-VERIFY-INTERFACE-TRAILER.
           IF NOT INTERFACE-HEADER-SEEN OR INTERFACE-TRAILER-SEEN
               MOVE "TRAILER WITHOUT HEADER" TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-TRAILER-SW.
           MOVE SNAPSHOT-CONTROL-RECORD
               TO INTERFACE-TRAILER-STRUCTURE.
           IF WS-INTERFACE-COUNT NOT = IFT-RECORD-COUNT
               MOVE "TRAILER RECORD COUNT MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-STUDENT-HASH NOT = IFT-STUDENT-HASH
               MOVE "TRAILER STUDENT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-AMOUNT-HASH NOT = IFT-AMOUNT-HASH
               MOVE "TRAILER AMOUNT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 319-REJECT-INTERFACE
           END-IF.

       319-REJECT-INTERFACE.
           MOVE "N" TO INTERFACE-STATUS-SW.
           DISPLAY "INTERFACE REJECTED - " WS-INTERFACE-REASON.

       320-AUDIT-ACCEPTED-SEGMENT.
           MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               TO IFE-SOURCE-PROGRAM.
           MOVE " SEQ " TO IFE-SEQUENCE-LABEL.
           MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
               TO IFE-SEQUENCE-NUMBER.
           PERFORM 321-WRITE-INTERFACE-AUDIT.

       321-WRITE-INTERFACE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE INTERFACE-EVENT-WS TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       322-LOAD-SEQUENCE-CONTROL.
           MOVE ZERO TO NUM-OF-SEQUENCES.
           MOVE "N" TO SEQUENCE-EOF-FLAG.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 326-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.

       323-FIND-SEGMENT-SOURCE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 327-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.

       324-RECORD-INTERFACE-CONSUMED.
           PERFORM 322-LOAD-SEQUENCE-CONTROL.
           PERFORM 329-CONSUME-SEGMENT
               VARYING SEGMENT-SUB FROM 1 BY 1
                   UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           PERFORM 328-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       325-ADD-SEQUENCE-ENTRY.
           ADD 1 TO NUM-OF-SEQUENCES.
           MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB.
           MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               TO SEQ-SOURCE-PROGRAM-WS(MATCHED-SEQUENCE-SUB).
           MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
               TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB).
           MOVE ZERO TO SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB).
           MOVE ZERO TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB).
           MOVE ZERO TO SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB).
           MOVE SPACES
               TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB).

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
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) =
                   SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       328-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       329-CONSUME-SEGMENT.
           PERFORM 323-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 325-ADD-SEQUENCE-ENTRY
           END-IF.
           IF SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB) >
                   SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               ACCEPT SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
                   FROM DATE YYYYMMDD
               MOVE AUDIT-PROGRAM-NAME
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           END-IF.
