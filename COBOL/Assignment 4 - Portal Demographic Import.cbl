      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. IMPORT-PORTAL-CHANGES.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PORTAL-CHANGE-FILE
         ASSIGN TO WS-PORTAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEMOGRAPHIC-HISTORY-FILE
         ASSIGN TO WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT IMPORT-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTIFICATION-FILE
         ASSIGN TO WS-NOTIFICATION-FILE-NAME
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
       FD PORTAL-CHANGE-FILE.
       01 PORTAL-CHANGE-RECORD.
           05 PCHG-STUDENT-NUMBER PIC X(9).
           05 PCHG-STUDENT-NUMBER-N REDEFINES PCHG-STUDENT-NUMBER
                   PIC 9(9).
           05 PCHG-ADDRESS PIC X(30).
           05 PCHG-PHONE PIC X(10).
           05 PCHG-EMAIL PIC X(30).

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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD DEMOGRAPHIC-HISTORY-FILE.
       01 DEMOGRAPHIC-HISTORY-RECORD.
           05 DHST-STUDENT-NUMBER PIC 9(9).
           05 DHST-FIELD-CODE PIC X(5).
           05 DHST-OLD-VALUE PIC X(30).
           05 DHST-NEW-VALUE PIC X(30).
           05 DHST-SOURCE PIC X(6).
           05 DHST-CHANGE-DATE PIC 9(8).

       FD IMPORT-REGISTER.
       01 REGISTER-RECORD PIC X(80).

       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD.
           05 NTF-STUDENT-NUMBER PIC X(9).
           05 NTF-STUDENT-NUMBER-N REDEFINES NTF-STUDENT-NUMBER
                   PIC 9(9).
           05 NTF-STUDENT-NAME PIC X(20).
           05 NTF-MESSAGE-CODE PIC X(4).
           05 NTF-TERM-CODE PIC X(6).
           05 NTF-TRIGGER-VALUE PIC 9(3).
           05 NTF-DETAIL-TEXT PIC X(30).
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
           05 WS-PORTAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\PORTCHG.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-HISTORY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DEMOHIST.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\PORTREG.TXT".
           05 WS-NOTIFICATION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\NOTIFY.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "IMPORT-PORTAL".
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
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 DEMO-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 EMAIL-VALID-SW PIC X(1) VALUE "N".
               88 EMAIL-IS-VALID VALUE "Y".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
           05 UNCHANGED-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 ADDRESS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 PHONE-CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 EMAIL-CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 WS-FIELDS-CHANGED PIC 9(7) VALUE ZERO.
           05 WS-RECORD-CHANGES PIC 9(1) VALUE ZERO.

       01 RUN-CONTROL-WS.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-CURRENT-TERM-CODE PIC X(6) VALUE SPACES.

       01 EMAIL-EDIT-WS.
           05 EMAIL-SUB PIC 9(2).
           05 EMAIL-AT-COUNT PIC 9(2) VALUE ZERO.
           05 EMAIL-AT-POS PIC 9(2) VALUE ZERO.
           05 EMAIL-DOT-POS PIC 9(2) VALUE ZERO.
           05 EMAIL-LAST-POS PIC 9(2) VALUE ZERO.
           05 EMAIL-GAP-POS PIC 9(2) VALUE ZERO.

       01 VAR-RANGE.
           05 NUM-OF-STUDENTS PIC 9(4) VALUE ZERO.
           05 STUDENT-SUB PIC 9(4).
           05 MATCHED-STUDENT-SUB PIC 9(4) VALUE ZERO.

       01 DEMOGRAPHICS-WS.
           05 DEMOGRAPHIC-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-STUDENTS.
               10 DEMO-STUDENT-NUMBER-WS PIC 9(9).
               10 DEMO-STUDENT-NAME-WS PIC X(20).
               10 DEMO-ADDRESS-WS PIC X(30).
               10 DEMO-PHONE-WS PIC X(10).
               10 DEMO-EMAIL-WS PIC X(30).
               10 DEMO-ADMIT-TERM-WS PIC X(6).
               10 DEMO-PROGRAM-WS PIC X(3).
               10 DEMO-STATUS-WS PIC X(1).
               10 DEMO-CONFIDENTIAL-WS PIC X(1).

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

       01 REGISTER-HEADER.
           05 FILLER PIC X(31) VALUE "PORTAL CHANGE IMPORT REGISTER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-FIELD-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-DISPOSITION PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-VALUE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-REASON PIC X(21).

       01 TOTAL-LINE-STRUCTURE.
           05 TTL-LABEL PIC X(30).
           05 TTL-COUNT PIC ZZZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-IMPORT-PORTAL-CHANGES.
           PERFORM 201-INITIATE-IMPORT-JOB.
           PERFORM 202-PROCESS-PORTAL-CHANGE UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-IMPORT-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-IMPORT-JOB.
           PERFORM 301-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PORTAL-CHANGE-FILE DEMOGRAPHIC-FILE
                      TERM-CALENDAR-FILE.
           PERFORM 302-LOAD-DEMOGRAPHIC-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           PERFORM 303-FIND-CURRENT-TERM
               UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           OPEN OUTPUT IMPORT-REGISTER.
           OPEN EXTEND DEMOGRAPHIC-HISTORY-FILE NOTIFICATION-FILE
                       AUDIT-LOG-FILE.
           PERFORM 319-WRITE-INTERFACE-HEADER.
           MOVE WS-RUN-DATE TO REG-HDR-DATE.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.
           IF DEMO-OVERFLOW-FLAG = "Y"
               DISPLAY "DEMOGRAPHIC TABLE FULL - NO CHANGES APPLIED"
               MOVE "Y" TO EOF-FLAG
           ELSE
               PERFORM 304-READ-PORTAL-CHANGE
           END-IF.

       202-PROCESS-PORTAL-CHANGE.
           PERFORM 305-EDIT-PORTAL-CHANGE.
           PERFORM 304-READ-PORTAL-CHANGE.

       203-TERMINATE-IMPORT-JOB.
           IF DEMO-OVERFLOW-FLAG NOT = "Y"
               PERFORM 314-REWRITE-DEMOGRAPHIC-FILE
           END-IF.
           PERFORM 320-WRITE-INTERFACE-TRAILER.
           PERFORM 316-WRITE-REGISTER-TOTALS.
           PERFORM 317-WRITE-AUDIT-LOG.
           DISPLAY "PORTAL CHANGE IMPORT COMPLETE".
           DISPLAY "  READ     : " WS-RECORDS-READ.
           DISPLAY "  ACCEPTED : " ACCEPTED-COUNT.
           DISPLAY "  UNCHANGED: " UNCHANGED-COUNT.
           DISPLAY "  REJECTED : " REJECT-COUNT.
           CLOSE PORTAL-CHANGE-FILE IMPORT-REGISTER
               DEMOGRAPHIC-HISTORY-FILE NOTIFICATION-FILE
               AUDIT-LOG-FILE.

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

       301-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-PORTAL-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-HISTORY-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-NOTIFICATION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.

       302-LOAD-DEMOGRAPHIC-TABLE.
           READ DEMOGRAPHIC-FILE
             AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                 IF NUM-OF-STUDENTS < 2000
                     ADD 1 TO NUM-OF-STUDENTS
                     MOVE DEMOGRAPHIC-RECORD-IN
                         TO DEMOGRAPHIC-TABLE(NUM-OF-STUDENTS)
                 ELSE
                     MOVE "Y" TO DEMO-OVERFLOW-FLAG
                 END-IF
           END-READ.

       303-FIND-CURRENT-TERM.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF TERM-CURRENT-IN-FILE = "Y"
                       MOVE TERM-CODE-IN-FILE TO WS-CURRENT-TERM-CODE
                   END-IF
           END-READ.

       304-READ-PORTAL-CHANGE.
           READ PORTAL-CHANGE-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       305-EDIT-PORTAL-CHANGE.
           MOVE PCHG-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE SPACES TO REG-FIELD-CODE.
           MOVE SPACES TO REG-VALUE.
           MOVE "N" TO FOUND-FLAG.
           IF PCHG-STUDENT-NUMBER NUMERIC
               PERFORM 306-FIND-STUDENT-IN-TABLE
           END-IF.
           MOVE "Y" TO EMAIL-VALID-SW.
           IF PCHG-EMAIL NOT = SPACES
               PERFORM 307-EDIT-EMAIL-ADDRESS
           END-IF.
           IF PCHG-STUDENT-NUMBER NOT NUMERIC
                   OR PCHG-STUDENT-NUMBER-N = ZERO
               MOVE "INVALID STUDENT NO" TO REG-REASON
               PERFORM 312-REJECT-PORTAL-CHANGE
           ELSE
               IF FOUND-FLAG NOT = "Y"
                   MOVE "NOT ON FILE" TO REG-REASON
                   PERFORM 312-REJECT-PORTAL-CHANGE
               ELSE
                   IF PCHG-ADDRESS = SPACES AND PCHG-PHONE = SPACES
                           AND PCHG-EMAIL = SPACES
                       MOVE "NO FIELDS SUPPLIED" TO REG-REASON
                       PERFORM 312-REJECT-PORTAL-CHANGE
                   ELSE
                       IF PCHG-PHONE NOT = SPACES
                               AND PCHG-PHONE NOT NUMERIC
                           MOVE "PHONE" TO REG-FIELD-CODE
                           MOVE PCHG-PHONE TO REG-VALUE
                           MOVE "INVALID PHONE NUMBER" TO REG-REASON
                           PERFORM 312-REJECT-PORTAL-CHANGE
                       ELSE
                           IF NOT EMAIL-IS-VALID
                               MOVE "EMAIL" TO REG-FIELD-CODE
                               MOVE PCHG-EMAIL TO REG-VALUE
                               MOVE "INVALID EMAIL ADDRESS"
                                   TO REG-REASON
                               PERFORM 312-REJECT-PORTAL-CHANGE
                           ELSE
                               PERFORM 309-APPLY-PORTAL-CHANGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       306-FIND-STUDENT-IN-TABLE.
           MOVE "N" TO FOUND-FLAG.
           MOVE ZERO TO MATCHED-STUDENT-SUB.
           PERFORM 315-MATCH-DEMOGRAPHIC-ENTRY
               VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > NUM-OF-STUDENTS
                      OR FOUND-FLAG = "Y".

       307-EDIT-EMAIL-ADDRESS.
           MOVE ZERO TO EMAIL-AT-COUNT.
           MOVE ZERO TO EMAIL-AT-POS.
           MOVE ZERO TO EMAIL-DOT-POS.
           MOVE ZERO TO EMAIL-LAST-POS.
           MOVE ZERO TO EMAIL-GAP-POS.
           PERFORM 308-SCAN-EMAIL-CHARACTER
               VARYING EMAIL-SUB FROM 1 BY 1
                   UNTIL EMAIL-SUB > 30.
           IF EMAIL-AT-COUNT = 1
                   AND EMAIL-AT-POS > 1
                   AND EMAIL-DOT-POS > EMAIL-AT-POS + 1
                   AND EMAIL-DOT-POS < EMAIL-LAST-POS
                   AND (EMAIL-GAP-POS = ZERO
                        OR EMAIL-GAP-POS > EMAIL-LAST-POS)
               MOVE "Y" TO EMAIL-VALID-SW
           ELSE
               MOVE "N" TO EMAIL-VALID-SW
           END-IF.

       308-SCAN-EMAIL-CHARACTER.
           IF PCHG-EMAIL(EMAIL-SUB:1) = SPACE
               IF EMAIL-GAP-POS = ZERO
                   MOVE EMAIL-SUB TO EMAIL-GAP-POS
               END-IF
           ELSE
               MOVE EMAIL-SUB TO EMAIL-LAST-POS
               IF PCHG-EMAIL(EMAIL-SUB:1) = "@"
                   ADD 1 TO EMAIL-AT-COUNT
                   MOVE EMAIL-SUB TO EMAIL-AT-POS
               END-IF
               IF PCHG-EMAIL(EMAIL-SUB:1) = "."
                       AND EMAIL-AT-POS > ZERO
                   MOVE EMAIL-SUB TO EMAIL-DOT-POS
               END-IF
           END-IF.

       309-APPLY-PORTAL-CHANGE.
           MOVE ZERO TO WS-RECORD-CHANGES.
           IF PCHG-ADDRESS NOT = SPACES
                   AND PCHG-ADDRESS NOT =
                       DEMO-ADDRESS-WS(MATCHED-STUDENT-SUB)
               PERFORM 310-CHANGE-ADDRESS
           END-IF.
           IF PCHG-PHONE NOT = SPACES
                   AND PCHG-PHONE NOT =
                       DEMO-PHONE-WS(MATCHED-STUDENT-SUB)
               MOVE "PHONE" TO DHST-FIELD-CODE
               MOVE DEMO-PHONE-WS(MATCHED-STUDENT-SUB)
                   TO DHST-OLD-VALUE
               MOVE PCHG-PHONE TO DHST-NEW-VALUE
               PERFORM 311-RECORD-FIELD-CHANGE
               MOVE PCHG-PHONE TO DEMO-PHONE-WS(MATCHED-STUDENT-SUB)
               ADD 1 TO PHONE-CHANGE-COUNT
           END-IF.
           IF PCHG-EMAIL NOT = SPACES
                   AND PCHG-EMAIL NOT =
                       DEMO-EMAIL-WS(MATCHED-STUDENT-SUB)
               MOVE "EMAIL" TO DHST-FIELD-CODE
               MOVE DEMO-EMAIL-WS(MATCHED-STUDENT-SUB)
                   TO DHST-OLD-VALUE
               MOVE PCHG-EMAIL TO DHST-NEW-VALUE
               PERFORM 311-RECORD-FIELD-CHANGE
               MOVE PCHG-EMAIL TO DEMO-EMAIL-WS(MATCHED-STUDENT-SUB)
               ADD 1 TO EMAIL-CHANGE-COUNT
           END-IF.
           IF WS-RECORD-CHANGES = ZERO
               MOVE SPACES TO REG-FIELD-CODE
               MOVE "UNCHANGED" TO REG-DISPOSITION
               MOVE SPACES TO REG-VALUE
               MOVE "SAME AS ON FILE" TO REG-REASON
               WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               ADD 1 TO ACCEPTED-COUNT
           END-IF.

       310-CHANGE-ADDRESS.
           MOVE "ADDR" TO DHST-FIELD-CODE.
           MOVE DEMO-ADDRESS-WS(MATCHED-STUDENT-SUB) TO DHST-OLD-VALUE.
           MOVE PCHG-ADDRESS TO DHST-NEW-VALUE.
           PERFORM 311-RECORD-FIELD-CHANGE.
           IF DHST-OLD-VALUE NOT = SPACES
               MOVE 1 TO NTF-TRIGGER-VALUE
               MOVE DHST-OLD-VALUE TO NTF-DETAIL-TEXT
               PERFORM 313-WRITE-ADDRESS-NOTICE
           END-IF.
           MOVE 2 TO NTF-TRIGGER-VALUE.
           MOVE DHST-NEW-VALUE TO NTF-DETAIL-TEXT.
           PERFORM 313-WRITE-ADDRESS-NOTICE.
           MOVE PCHG-ADDRESS TO DEMO-ADDRESS-WS(MATCHED-STUDENT-SUB).
           ADD 1 TO ADDRESS-CHANGE-COUNT.

       311-RECORD-FIELD-CHANGE.
           MOVE PCHG-STUDENT-NUMBER-N TO DHST-STUDENT-NUMBER.
           MOVE "PORTAL" TO DHST-SOURCE.
           MOVE WS-RUN-DATE TO DHST-CHANGE-DATE.
           WRITE DEMOGRAPHIC-HISTORY-RECORD.
           ADD 1 TO WS-FIELDS-CHANGED.
           ADD 1 TO WS-RECORD-CHANGES.
           MOVE DHST-FIELD-CODE TO REG-FIELD-CODE.
           MOVE "CHANGED" TO REG-DISPOSITION.
           MOVE DHST-NEW-VALUE TO REG-VALUE.
           MOVE SPACES TO REG-REASON.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

       312-REJECT-PORTAL-CHANGE.
           MOVE "REJECTED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       313-WRITE-ADDRESS-NOTICE.
           MOVE PCHG-STUDENT-NUMBER-N TO NTF-STUDENT-NUMBER-N.
           MOVE DEMO-STUDENT-NAME-WS(MATCHED-STUDENT-SUB)
               TO NTF-STUDENT-NAME.
           MOVE "ADDR" TO NTF-MESSAGE-CODE.
           MOVE WS-CURRENT-TERM-CODE TO NTF-TERM-CODE.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD NTF-STUDENT-NUMBER-N TO WS-INTERFACE-STUDENT-HASH.
           ADD NTF-TRIGGER-VALUE TO WS-INTERFACE-AMOUNT-HASH.

       314-REWRITE-DEMOGRAPHIC-FILE.
           OPEN OUTPUT DEMOGRAPHIC-FILE.
           PERFORM 318-WRITE-DEMOGRAPHIC-RECORD
               VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > NUM-OF-STUDENTS.
           CLOSE DEMOGRAPHIC-FILE.

       315-MATCH-DEMOGRAPHIC-ENTRY.
           IF PCHG-STUDENT-NUMBER-N =
                   DEMO-STUDENT-NUMBER-WS(STUDENT-SUB)
               MOVE "Y" TO FOUND-FLAG
               MOVE STUDENT-SUB TO MATCHED-STUDENT-SUB
           END-IF.

       316-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE "CHANGE RECORDS READ:" TO TTL-LABEL.
           MOVE WS-RECORDS-READ TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "CHANGE RECORDS ACCEPTED:" TO TTL-LABEL.
           MOVE ACCEPTED-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "CHANGE RECORDS UNCHANGED:" TO TTL-LABEL.
           MOVE UNCHANGED-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "CHANGE RECORDS REJECTED:" TO TTL-LABEL.
           MOVE REJECT-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "ADDRESSES CHANGED:" TO TTL-LABEL.
           MOVE ADDRESS-CHANGE-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "PHONE NUMBERS CHANGED:" TO TTL-LABEL.
           MOVE PHONE-CHANGE-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "EMAIL ADDRESSES CHANGED:" TO TTL-LABEL.
           MOVE EMAIL-CHANGE-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "CONFIRMATION LETTERS QUEUED:" TO TTL-LABEL.
           MOVE WS-INTERFACE-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.

       317-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-PORTAL-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-FIELDS-CHANGED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       318-WRITE-DEMOGRAPHIC-RECORD.
           MOVE DEMOGRAPHIC-TABLE(STUDENT-SUB)
               TO DEMOGRAPHIC-RECORD-IN.
           WRITE DEMOGRAPHIC-RECORD-IN.

       319-WRITE-INTERFACE-HEADER.
           PERFORM 321-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE WS-CURRENT-TERM-CODE TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       320-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       321-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 322-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 323-MATCH-SEQUENCE-ENTRY
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
           PERFORM 324-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       322-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       323-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       324-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
