         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DISCLOSURE-LOG-FILE
         ASSIGN TO WS-DISCLOSURE-LOG-NAME
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

       FD CSV-EXPORT-FILE.
       01 CSV-EXPORT-RECORD PIC X(80).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

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
               88 DEMO-CONFIDENTIAL VALUE "Y".

       FD DISCLOSURE-LOG-FILE.
       01 DISCLOSURE-LOG-RECORD PIC X(100).

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
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-DISCLOSURE-LOG-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISCLOG.TXT".
           05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 WS-DISCLOSURE-REASON PIC X(30) VALUE SPACES.
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 FLAGS.
           05 EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 CONFIDENTIAL-FLAG PIC X(1) VALUE "N".
               88 STUDENT-CONFIDENTIAL VALUE "Y".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 EXPORT-COUNT PIC 9(5) VALUE ZERO.
           05 MASKED-COUNT PIC 9(5) VALUE ZERO.
           05 DISCLOSURE-COUNT PIC 9(5) VALUE ZERO.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.

       01 CONFIDENTIAL-TABLE-WS.
           05 NUM-OF-CONFIDENTIAL PIC 9(4) VALUE ZERO.
           05 CONFIDENTIAL-SUB PIC 9(4).
           05 CONFIDENTIAL-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-CONFIDENTIAL.
               10 CONFIDENTIAL-STUDENT-WS PIC 9(9).

       01 DISCLOSURE-LOG-RECORD-STRUCTURE.
           05 DLOG-RUN-DATE PIC 9(8).
           05 DLOG-RUN-TIME PIC 9(8).
           05 DLOG-PROGRAM-NAME PIC X(20) VALUE "EXPORT-STUDENT-CSV".
           05 DLOG-OPERATOR-ID PIC X(8).
           05 DLOG-STUDENT-NUMBER PIC 9(9).
           05 DLOG-CONFIDENTIAL-SW PIC X(1).
           05 DLOG-DISPOSITION PIC X(1).
           05 DLOG-REASON PIC X(30).
           05 FILLER PIC X(15) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "EXPORT-STUDENT-CSV".
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-RECORDS-WRITTEN PIC ZZZZZZ9.

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

       01 CSV-HEADER-STRUCTURE.
           05 CSVH-RECORD-CODE PIC X(3) VALUE "HDR".
           05 FILLER PIC X(1) VALUE ",".
           05 CSVH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ",".
           05 CSVH-RUN-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE ",".
           05 CSVH-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE ",".
           05 CSVH-TERM-CODE PIC X(6) VALUE "ALL".
           05 FILLER PIC X(1) VALUE ",".
           05 CSVH-SEQUENCE-NUMBER PIC 9(6).

       01 CSV-TRAILER-STRUCTURE.
           05 CSVT-RECORD-CODE PIC X(3) VALUE "TRL".
           05 FILLER PIC X(1) VALUE ",".
           05 CSVT-RECORD-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE ",".
           05 CSVT-STUDENT-HASH PIC 9(15).
           05 FILLER PIC X(1) VALUE ",".
           05 CSVT-MARK-HASH PIC 9(11).

       01 CSV-TOTALS-WS.
           05 WS-CSV-STUDENT-HASH PIC 9(15) VALUE ZERO.
           05 WS-CSV-MARK-HASH PIC 9(11) VALUE ZERO.

       01 CSV-RECORD-STRUCTURE.
           05 CSV-NAME PIC X(20).
           05 CSV-COMMA-1 PIC X(1) VALUE ",".
       201-INITIATE-EXPORT-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 301-OPEN-EXPORT-FILES.
           PERFORM 310-LOAD-CONFIDENTIAL-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           PERFORM 302-READ-STUDENT-INDEX.

       202-EXPORT-STUDENT-RECORD.
           PERFORM 302-READ-STUDENT-INDEX.

       203-TERMINATE-EXPORT-JOB.
           PERFORM 315-WRITE-CSV-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "STUDENT INDEX CSV EXPORT COMPLETE".
           DISPLAY "  RECORDS EXPORTED: " EXPORT-COUNT.
           DISPLAY "  NAMES MASKED    : " MASKED-COUNT.
           DISPLAY "  DISCLOSURES LOGGED: " DISCLOSURE-COUNT.
           CLOSE STUDENT-FILE-INDEX CSV-EXPORT-FILE AUDIT-LOG-FILE
               DISCLOSURE-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO

       301-OPEN-EXPORT-FILES.
           OPEN INPUT STUDENT-FILE-INDEX.
           OPEN INPUT DEMOGRAPHIC-FILE.
           OPEN OUTPUT CSV-EXPORT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE DISCLOSURE-LOG-FILE.
           PERFORM 314-WRITE-CSV-HEADER.

       302-READ-STUDENT-INDEX.
           READ STUDENT-FILE-INDEX
           END-READ.

       304-BUILD-CSV-RECORD.
           PERFORM 311-CHECK-CONFIDENTIAL.
           IF STUDENT-CONFIDENTIAL
               MOVE "*** CONFIDENTIAL ***" TO CSV-NAME
               ADD 1 TO MASKED-COUNT
           ELSE
               MOVE STUDENT-NAME-INDEX TO CSV-NAME
           END-IF.
           IF STUDENT-NUMBER-INDEX NOT = WS-PREV-STUDENT-NUMBER
               PERFORM 313-WRITE-DISCLOSURE-LOG
               MOVE STUDENT-NUMBER-INDEX TO WS-PREV-STUDENT-NUMBER
           END-IF.
           MOVE STUDENT-NUMBER-INDEX TO CSV-NUMBER.
           MOVE PROGRAM-NUMBER-INDEX TO CSV-PROGRAM.
           MOVE COURSE-NUMBER-INDEX TO CSV-COURSE.
       305-WRITE-CSV-RECORD.
           WRITE CSV-EXPORT-RECORD FROM CSV-RECORD-STRUCTURE.
           ADD 1 TO EXPORT-COUNT.
           ADD STUDENT-NUMBER-INDEX TO WS-CSV-STUDENT-HASH.
           ADD MARK-1-INDEX MARK-2-INDEX MARK-3-INDEX MARK-4-INDEX
               TO WS-CSV-MARK-HASH.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-CSV-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-DISCLOSURE-LOG-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID FROM SYSIN.
           DISPLAY "ENTER REASON FOR EXPORT: ".
           ACCEPT WS-DISCLOSURE-REASON FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE EXPORT-COUNT TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-CONFIDENTIAL-TABLE.
           READ DEMOGRAPHIC-FILE
             AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                 IF DEMO-CONFIDENTIAL AND NUM-OF-CONFIDENTIAL < 2000
                     ADD 1 TO NUM-OF-CONFIDENTIAL
                     MOVE DEMO-STUDENT-NUMBER-IN-FILE
                         TO CONFIDENTIAL-STUDENT-WS(NUM-OF-CONFIDENTIAL)
                 END-IF
           END-READ.

       311-CHECK-CONFIDENTIAL.
           MOVE "N" TO CONFIDENTIAL-FLAG.
           PERFORM 312-MATCH-CONFIDENTIAL-ENTRY
               VARYING CONFIDENTIAL-SUB FROM 1 BY 1
                   UNTIL CONFIDENTIAL-SUB > NUM-OF-CONFIDENTIAL
                      OR STUDENT-CONFIDENTIAL.

       312-MATCH-CONFIDENTIAL-ENTRY.
           IF STUDENT-NUMBER-INDEX =
                   CONFIDENTIAL-STUDENT-WS(CONFIDENTIAL-SUB)
               MOVE "Y" TO CONFIDENTIAL-FLAG
           END-IF.

       313-WRITE-DISCLOSURE-LOG.
           ACCEPT DLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DLOG-RUN-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO DLOG-OPERATOR-ID.
           MOVE STUDENT-NUMBER-INDEX TO DLOG-STUDENT-NUMBER.
           MOVE CONFIDENTIAL-FLAG TO DLOG-CONFIDENTIAL-SW.
           IF STUDENT-CONFIDENTIAL
               MOVE "M" TO DLOG-DISPOSITION
           ELSE
               MOVE "D" TO DLOG-DISPOSITION
           END-IF.
           MOVE WS-DISCLOSURE-REASON TO DLOG-REASON.
           WRITE DISCLOSURE-LOG-RECORD
               FROM DISCLOSURE-LOG-RECORD-STRUCTURE.
           ADD 1 TO DISCLOSURE-COUNT.

       314-WRITE-CSV-HEADER.
           PERFORM 316-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT CSVH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CSVH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO CSVH-PROGRAM-NAME.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO CSVH-SEQUENCE-NUMBER.
           WRITE CSV-EXPORT-RECORD FROM CSV-HEADER-STRUCTURE.

       315-WRITE-CSV-TRAILER.
           MOVE EXPORT-COUNT TO CSVT-RECORD-COUNT.
           MOVE WS-CSV-STUDENT-HASH TO CSVT-STUDENT-HASH.
           MOVE WS-CSV-MARK-HASH TO CSVT-MARK-HASH.
           WRITE CSV-EXPORT-RECORD FROM CSV-TRAILER-STRUCTURE.

       316-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 317-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 318-MATCH-SEQUENCE-ENTRY
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
           PERFORM 319-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       317-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       318-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       319-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
