         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEMOGRAPHIC-HISTORY-FILE
         ASSIGN TO WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 DTRANS-ADMIT-TERM PIC X(6).
           05 DTRANS-PROGRAM-NUMBER PIC X(3).
           05 DTRANS-STATUS PIC X(1).
           05 DTRANS-CONFIDENTIAL PIC X(1).
               88 DTRANS-CONFIDENTIAL-NOT-GIVEN VALUE SPACE.
               88 VALID-DTRANS-CONFIDENTIAL VALUE "Y" "N" SPACE.

       FD DEMOGRAPHIC-FILE.
       01 DEMOGRAPHIC-RECORD-IN.
           05 DEMO-ADMIT-TERM-IN-FILE PIC X(6).
           05 DEMO-PROGRAM-IN-FILE PIC X(3).
           05 DEMO-STATUS-IN-FILE PIC X(1).
           05 DEMO-CONFIDENTIAL-IN-FILE PIC X(1).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD MAINTENANCE-REGISTER.
       01 REGISTER-RECORD PIC X(80).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       FD DEMOGRAPHIC-HISTORY-FILE.
       01 DEMOGRAPHIC-HISTORY-RECORD.
           05 DHST-STUDENT-NUMBER PIC 9(9).
           05 DHST-FIELD-CODE PIC X(5).
           05 DHST-OLD-VALUE PIC X(30).
           05 DHST-NEW-VALUE PIC X(30).
           05 DHST-SOURCE PIC X(6).
           05 DHST-CHANGE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
                   VALUE "C:\Users\Nay-thwan\Desktop\DEMREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-HISTORY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DEMOHIST.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

               10 DEMO-ADMIT-TERM-WS PIC X(6).
               10 DEMO-PROGRAM-WS PIC X(3).
               10 DEMO-STATUS-WS PIC X(1).
               10 DEMO-CONFIDENTIAL-WS PIC X(1).

       01 USED-STUDENTS-WS.
           05 USED-STUDENT-TABLE OCCURS 1 TO 2000 TIMES
           DISPLAY "  DELETED: " DELETE-COUNT.
           DISPLAY "  REJECTED: " REJECT-COUNT.
           CLOSE DEMOGRAPHIC-TRANSACTION-FILE MAINTENANCE-REGISTER
               AUDIT-LOG-FILE DEMOGRAPHIC-HISTORY-FILE.

       204-SET-RETURN-CODE.
           IF WS-TRANS-READ = ZERO
           OPEN INPUT DEMOGRAPHIC-TRANSACTION-FILE DEMOGRAPHIC-FILE
                      STUDENT-FILE-INDEX.
           OPEN OUTPUT MAINTENANCE-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE DEMOGRAPHIC-HISTORY-FILE.

       302-READ-TRANSACTION-RECORD.
           READ DEMOGRAPHIC-TRANSACTION-FILE
               MOVE "INVALID STATUS CODE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF NOT VALID-DTRANS-CONFIDENTIAL
               MOVE "INVALID CONFIDENTIAL FLAG" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF FOUND-FLAG = "Y"
               MOVE "ALREADY ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
               ELSE
                   ADD 1 TO NUM-OF-STUDENTS
                   MOVE NUM-OF-STUDENTS TO MATCHED-STUDENT-SUB
                   MOVE "N"
                       TO DEMO-CONFIDENTIAL-WS(MATCHED-STUDENT-SUB)
                   PERFORM 320-MOVE-TRANSACTION-FIELDS
                   ADD 1 TO ADD-COUNT
                   PERFORM 315-WRITE-APPLIED-REGISTER
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       305-CHANGE-DEMOGRAPHIC-RECORD.
               MOVE "INVALID STATUS CODE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF NOT VALID-DTRANS-CONFIDENTIAL
               MOVE "INVALID CONFIDENTIAL FLAG" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 324-LOG-CONTACT-CHANGES
               PERFORM 320-MOVE-TRANSACTION-FIELDS
               ADD 1 TO CHANGE-COUNT
               PERFORM 315-WRITE-APPLIED-REGISTER
           END-IF
           END-IF
           END-IF.

       306-DELETE-DEMOGRAPHIC-RECORD.
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-HISTORY-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
               TO DEMO-ADMIT-TERM-IN-FILE.
           MOVE DEMO-PROGRAM-WS(STUDENT-SUB) TO DEMO-PROGRAM-IN-FILE.
           MOVE DEMO-STATUS-WS(STUDENT-SUB) TO DEMO-STATUS-IN-FILE.
           IF DEMO-CONFIDENTIAL-WS(STUDENT-SUB) = "Y"
               MOVE "Y" TO DEMO-CONFIDENTIAL-IN-FILE
           ELSE
               MOVE "N" TO DEMO-CONFIDENTIAL-IN-FILE
           END-IF.
           WRITE DEMOGRAPHIC-RECORD-IN.
           ADD 1 TO WS-RECORDS-WRITTEN.

           MOVE DTRANS-PROGRAM-NUMBER
               TO DEMO-PROGRAM-WS(MATCHED-STUDENT-SUB).
           MOVE DTRANS-STATUS TO DEMO-STATUS-WS(MATCHED-STUDENT-SUB).
           IF NOT DTRANS-CONFIDENTIAL-NOT-GIVEN
               MOVE DTRANS-CONFIDENTIAL
                   TO DEMO-CONFIDENTIAL-WS(MATCHED-STUDENT-SUB)
           END-IF.

       321-MATCH-DEMOGRAPHIC-ENTRY.
           IF DTRANS-STUDENT-NUMBER =
       323-SHIFT-DEMOGRAPHIC-ENTRY.
           MOVE DEMOGRAPHIC-TABLE(STUDENT-SUB + 1)
               TO DEMOGRAPHIC-TABLE(STUDENT-SUB).

       324-LOG-CONTACT-CHANGES.
           IF DTRANS-ADDRESS NOT =
                   DEMO-ADDRESS-WS(MATCHED-STUDENT-SUB)
               MOVE "ADDR" TO DHST-FIELD-CODE
               MOVE DEMO-ADDRESS-WS(MATCHED-STUDENT-SUB)
                   TO DHST-OLD-VALUE
               MOVE DTRANS-ADDRESS TO DHST-NEW-VALUE
               PERFORM 325-WRITE-HISTORY-RECORD
           END-IF.
           IF DTRANS-PHONE NOT = DEMO-PHONE-WS(MATCHED-STUDENT-SUB)
               MOVE "PHONE" TO DHST-FIELD-CODE
               MOVE DEMO-PHONE-WS(MATCHED-STUDENT-SUB)
                   TO DHST-OLD-VALUE
               MOVE DTRANS-PHONE TO DHST-NEW-VALUE
               PERFORM 325-WRITE-HISTORY-RECORD
           END-IF.
           IF DTRANS-EMAIL NOT = DEMO-EMAIL-WS(MATCHED-STUDENT-SUB)
               MOVE "EMAIL" TO DHST-FIELD-CODE
               MOVE DEMO-EMAIL-WS(MATCHED-STUDENT-SUB)
                   TO DHST-OLD-VALUE
               MOVE DTRANS-EMAIL TO DHST-NEW-VALUE
               PERFORM 325-WRITE-HISTORY-RECORD
           END-IF.

       325-WRITE-HISTORY-RECORD.
           MOVE DEMO-STUDENT-NUMBER-WS(MATCHED-STUDENT-SUB)
               TO DHST-STUDENT-NUMBER.
           MOVE "MAINT" TO DHST-SOURCE.
           ACCEPT DHST-CHANGE-DATE FROM DATE YYYYMMDD.
           WRITE DEMOGRAPHIC-HISTORY-RECORD.
