      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. GENERATE-INTEGRITY-SANCTIONS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL INTEGRITY-CASE-FILE
         ASSIGN TO WS-CASE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GENERATED-TRANSACTION-FILE
         ASSIGN TO WS-GENERATED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STANDING-FILE
         ASSIGN TO WS-STANDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SANCTION-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
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
       FD INTEGRITY-CASE-FILE.
       01 INTEGRITY-CASE-RECORD.
           05 CASE-NUMBER-IN-FILE PIC X(6).
           05 CASE-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 CASE-COURSE-NUMBER-IN-FILE PIC X(7).
           05 CASE-SECTION-NUMBER-IN-FILE PIC X(3).
           05 CASE-TERM-CODE-IN-FILE PIC X(6).
           05 CASE-OFFENCE-TYPE-IN-FILE PIC X(2).
           05 CASE-HEARING-DATE-IN-FILE PIC 9(8).
           05 CASE-DECISION-IN-FILE PIC X(1).
           05 CASE-SANCTION-IN-FILE PIC X(1).
           05 CASE-ASSESSMENT-IN-FILE PIC 9(1).
           05 CASE-GENERATED-DATE-IN-FILE PIC 9(8).

       FD GENERATED-TRANSACTION-FILE.
       01 GENERATED-TRANSACTION-RECORD PIC X(72).

       FD STANDING-FILE.
       01 STANDING-RECORD-IN.
           05 STND-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 STND-STANDING-CODE-IN-FILE PIC X(1).
           05 STND-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 STND-HOLD-FLAG-IN-FILE PIC X(1).

       FD SANCTION-REGISTER.
       01 REGISTER-RECORD PIC X(80).

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
           05 WS-CASE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASEMAST.TXT".
           05 WS-GENERATED-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SANCTRAN.TXT".
           05 WS-STANDING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STANDING.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SANCREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "GENERATE-SANCTIONS".
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
           05 CASE-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-EOF-FLAG PIC X(1) VALUE "N".
           05 CASE-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 STANDING-OVERFLOW-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-CASES-READ PIC 9(7) VALUE ZERO.
           05 GENERATE-COUNT PIC 9(5) VALUE ZERO.
           05 WARNING-COUNT PIC 9(5) VALUE ZERO.
           05 REPEAT-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 CASE-TABLE-WS.
           05 NUM-OF-CASES PIC 9(4) VALUE ZERO.
           05 CASE-SUB PIC 9(4).
           05 OTHER-CASE-SUB PIC 9(4).
           05 FIRST-UPHELD-SUB PIC 9(4) VALUE ZERO.
           05 WS-UPHELD-COUNT PIC 9(3) VALUE ZERO.
           05 WS-LATEST-CASE-TERM PIC X(6) VALUE SPACES.
           05 CASE-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-CASES.
               10 CASE-NUMBER-WS PIC X(6).
               10 CASE-STUDENT-NUMBER-WS PIC 9(9).
               10 CASE-COURSE-NUMBER-WS PIC X(7).
               10 CASE-SECTION-NUMBER-WS PIC X(3).
               10 CASE-TERM-CODE-WS PIC X(6).
               10 CASE-OFFENCE-TYPE-WS PIC X(2).
               10 CASE-HEARING-DATE-WS PIC 9(8).
               10 CASE-DECISION-WS PIC X(1).
                   88 CASE-UPHELD VALUE "A".
               10 CASE-SANCTION-WS PIC X(1).
                   88 CASE-SANCTION-WARNING VALUE "W".
                   88 CASE-SANCTION-CHANGES-GRADE VALUE "F" "Z".
               10 CASE-ASSESSMENT-WS PIC 9(1).
               10 CASE-GENERATED-DATE-WS PIC 9(8).

       01 STANDING-TABLE-WS.
           05 NUM-OF-STANDINGS PIC 9(4) VALUE ZERO.
           05 STANDING-SUB PIC 9(4).
           05 MATCHED-STANDING-SUB PIC 9(4) VALUE ZERO.
           05 STANDING-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-STANDINGS.
               10 STND-STUDENT-NUMBER-WS PIC 9(9).
               10 STND-STANDING-CODE-WS PIC X(1).
               10 STND-EFFECTIVE-TERM-WS PIC X(6).
               10 STND-HOLD-FLAG-WS PIC X(1).

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
           05 TRANS-CASE-NUMBER PIC X(6).

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
           05 FILLER PIC X(43)
                   VALUE "INTEGRITY SANCTION REGISTER - CONFIDENTIAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-CASE-NUMBER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SANCTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-DISPOSITION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-REASON PIC X(30).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-GENERATE-INTEGRITY-SANCTIONS.
           PERFORM 201-INITIATE-SANCTION-JOB.
           PERFORM 202-PROCESS-CASE
               VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > NUM-OF-CASES.
           PERFORM 305-EVALUATE-REPEAT-OFFENDER
               VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > NUM-OF-CASES.
           PERFORM 203-TERMINATE-SANCTION-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-SANCTION-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 301-OPEN-SANCTION-FILES.
           PERFORM 310-LOAD-CASE-TABLE UNTIL CASE-EOF-FLAG = "Y".
           CLOSE INTEGRITY-CASE-FILE.
           PERFORM 311-LOAD-STANDING-TABLE
               UNTIL STANDING-EOF-FLAG = "Y".
           CLOSE STANDING-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO REG-HDR-DATE.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.
           PERFORM 322-WRITE-INTERFACE-HEADER.

       202-PROCESS-CASE.
           IF CASE-UPHELD(CASE-SUB)
                   AND CASE-GENERATED-DATE-WS(CASE-SUB) = ZERO
               PERFORM 303-GENERATE-CASE-SANCTION
           END-IF.

       203-TERMINATE-SANCTION-JOB.
           PERFORM 323-WRITE-INTERFACE-TRAILER.
           IF CASE-OVERFLOW-FLAG = "Y"
               DISPLAY "INTEGRITY CASE TABLE OVERFLOW - FILE NOT "
                   "REWRITTEN"
           ELSE
               PERFORM 315-REWRITE-CASE-FILE
           END-IF.
           IF STANDING-OVERFLOW-FLAG = "Y"
               DISPLAY "STANDING TABLE OVERFLOW - FILE NOT REWRITTEN"
           ELSE
               PERFORM 316-REWRITE-STANDING-FILE
           END-IF.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "INTEGRITY SANCTION GENERATION COMPLETE".
           DISPLAY "  GENERATED: " GENERATE-COUNT.
           DISPLAY "  WARNINGS : " WARNING-COUNT.
           DISPLAY "  REPEAT   : " REPEAT-COUNT.
           DISPLAY "  REJECTED : " REJECT-COUNT.
           CLOSE GENERATED-TRANSACTION-FILE SANCTION-REGISTER
               AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-CASES-READ = ZERO OR CASE-OVERFLOW-FLAG = "Y"
                   OR STANDING-OVERFLOW-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-OPEN-SANCTION-FILES.
           OPEN INPUT INTEGRITY-CASE-FILE STANDING-FILE.
           OPEN OUTPUT GENERATED-TRANSACTION-FILE SANCTION-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.

       303-GENERATE-CASE-SANCTION.
           PERFORM 312-SET-REGISTER-KEY.
           IF CASE-SANCTION-CHANGES-GRADE(CASE-SUB)
               PERFORM 304-WRITE-SANCTION-TRANSACTION
               MOVE WS-RUN-DATE TO CASE-GENERATED-DATE-WS(CASE-SUB)
               MOVE "GENERATED" TO REG-DISPOSITION
               WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE
           ELSE
               IF CASE-SANCTION-WARNING(CASE-SUB)
                   MOVE WS-RUN-DATE
                       TO CASE-GENERATED-DATE-WS(CASE-SUB)
                   ADD 1 TO WARNING-COUNT
                   MOVE "WARNING" TO REG-DISPOSITION
                   MOVE "NO GRADE EFFECT" TO REG-REASON
                   WRITE REGISTER-RECORD
                       FROM REGISTER-RECORD-STRUCTURE
               ELSE
                   ADD 1 TO REJECT-COUNT
                   MOVE "REJECTED" TO REG-DISPOSITION
                   MOVE "INVALID SANCTION ON CASE" TO REG-REASON
                   WRITE REGISTER-RECORD
                       FROM REGISTER-RECORD-STRUCTURE
               END-IF
           END-IF.

       304-WRITE-SANCTION-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD-STRUCTURE.
           MOVE "S" TO TRANS-ACTION-CODE.
           MOVE CASE-STUDENT-NUMBER-WS(CASE-SUB)
               TO TRANS-STUDENT-NUMBER.
           MOVE CASE-COURSE-NUMBER-WS(CASE-SUB) TO TRANS-COURSE-NUMBER.
           MOVE CASE-TERM-CODE-WS(CASE-SUB) TO TRANS-TERM-CODE.
           MOVE CASE-SECTION-NUMBER-WS(CASE-SUB)
               TO TRANS-SECTION-NUMBER.
           MOVE ZERO TO TRANS-MARK-1 TRANS-MARK-2 TRANS-MARK-3
               TRANS-MARK-4.
           MOVE CASE-NUMBER-WS(CASE-SUB) TO TRANS-CASE-NUMBER.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM TRANSACTION-RECORD-STRUCTURE.
           ADD 1 TO GENERATE-COUNT.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD TRANS-STUDENT-NUMBER TO WS-INTERFACE-STUDENT-HASH.
           ADD TRANS-MARK-1 TRANS-MARK-2 TRANS-MARK-3
               TRANS-MARK-4 TO WS-INTERFACE-AMOUNT-HASH.

       305-EVALUATE-REPEAT-OFFENDER.
           IF CASE-UPHELD(CASE-SUB)
               MOVE ZERO TO WS-UPHELD-COUNT
               MOVE ZERO TO FIRST-UPHELD-SUB
               MOVE SPACES TO WS-LATEST-CASE-TERM
               PERFORM 306-COUNT-UPHELD-CASE
                   VARYING OTHER-CASE-SUB FROM 1 BY 1
                       UNTIL OTHER-CASE-SUB > NUM-OF-CASES
               IF WS-UPHELD-COUNT > 1
                       AND FIRST-UPHELD-SUB = CASE-SUB
                   PERFORM 307-POST-REPEAT-STANDING
               END-IF
           END-IF.

       306-COUNT-UPHELD-CASE.
           IF CASE-UPHELD(OTHER-CASE-SUB)
                   AND CASE-STUDENT-NUMBER-WS(OTHER-CASE-SUB) =
                       CASE-STUDENT-NUMBER-WS(CASE-SUB)
               ADD 1 TO WS-UPHELD-COUNT
               IF FIRST-UPHELD-SUB = ZERO
                   MOVE OTHER-CASE-SUB TO FIRST-UPHELD-SUB
               END-IF
               IF CASE-TERM-CODE-WS(OTHER-CASE-SUB) >
                       WS-LATEST-CASE-TERM
                   MOVE CASE-TERM-CODE-WS(OTHER-CASE-SUB)
                       TO WS-LATEST-CASE-TERM
               END-IF
           END-IF.

       307-POST-REPEAT-STANDING.
           MOVE ZERO TO MATCHED-STANDING-SUB.
           PERFORM 313-MATCH-STANDING-ENTRY
               VARYING STANDING-SUB FROM 1 BY 1
                   UNTIL STANDING-SUB > NUM-OF-STANDINGS
                      OR MATCHED-STANDING-SUB > ZERO.
           IF MATCHED-STANDING-SUB = ZERO
               IF NUM-OF-STANDINGS < 2000
                   ADD 1 TO NUM-OF-STANDINGS
                   MOVE NUM-OF-STANDINGS TO MATCHED-STANDING-SUB
                   MOVE CASE-STUDENT-NUMBER-WS(CASE-SUB)
                       TO STND-STUDENT-NUMBER-WS
                           (MATCHED-STANDING-SUB)
                   MOVE SPACE
                       TO STND-STANDING-CODE-WS(MATCHED-STANDING-SUB)
                   MOVE "N"
                       TO STND-HOLD-FLAG-WS(MATCHED-STANDING-SUB)
               ELSE
                   MOVE "Y" TO STANDING-OVERFLOW-FLAG
               END-IF
           END-IF.
           IF MATCHED-STANDING-SUB > ZERO
               IF STND-STANDING-CODE-WS(MATCHED-STANDING-SUB) NOT = "M"
                   OR STND-EFFECTIVE-TERM-WS(MATCHED-STANDING-SUB)
                       NOT = WS-LATEST-CASE-TERM
                   MOVE "M"
                       TO STND-STANDING-CODE-WS(MATCHED-STANDING-SUB)
                   MOVE WS-LATEST-CASE-TERM
                       TO STND-EFFECTIVE-TERM-WS(MATCHED-STANDING-SUB)
                   ADD 1 TO REPEAT-COUNT
                   MOVE SPACES TO REGISTER-RECORD-STRUCTURE
                   MOVE CASE-STUDENT-NUMBER-WS(CASE-SUB)
                       TO REG-STUDENT-NUMBER
                   MOVE WS-LATEST-CASE-TERM TO REG-TERM-CODE
                   MOVE "REPEAT" TO REG-DISPOSITION
                   MOVE "STANDING SET TO M" TO REG-REASON
                   WRITE REGISTER-RECORD
                       FROM REGISTER-RECORD-STRUCTURE
               END-IF
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-CASE-FILE-NAME FROM SYSIN
               ACCEPT WS-GENERATED-FILE-NAME FROM SYSIN
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-CASE-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-CASES-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-CASE-TABLE.
           READ INTEGRITY-CASE-FILE
               AT END MOVE "Y" TO CASE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CASES-READ
                   IF NUM-OF-CASES < 2000
                       ADD 1 TO NUM-OF-CASES
                       MOVE INTEGRITY-CASE-RECORD
                           TO CASE-ENTRY-TABLE(NUM-OF-CASES)
                   ELSE
                       MOVE "Y" TO CASE-OVERFLOW-FLAG
                   END-IF
           END-READ.

       311-LOAD-STANDING-TABLE.
           READ STANDING-FILE
               AT END MOVE "Y" TO STANDING-EOF-FLAG
               NOT AT END
                   IF NUM-OF-STANDINGS < 2000
                       ADD 1 TO NUM-OF-STANDINGS
                       MOVE STANDING-RECORD-IN
                           TO STANDING-ENTRY-TABLE(NUM-OF-STANDINGS)
                   ELSE
                       MOVE "Y" TO STANDING-OVERFLOW-FLAG
                   END-IF
           END-READ.

       312-SET-REGISTER-KEY.
           MOVE SPACES TO REGISTER-RECORD-STRUCTURE.
           MOVE CASE-NUMBER-WS(CASE-SUB) TO REG-CASE-NUMBER.
           MOVE CASE-STUDENT-NUMBER-WS(CASE-SUB) TO REG-STUDENT-NUMBER.
           MOVE CASE-COURSE-NUMBER-WS(CASE-SUB) TO REG-COURSE-NUMBER.
           MOVE CASE-TERM-CODE-WS(CASE-SUB) TO REG-TERM-CODE.
           MOVE CASE-SANCTION-WS(CASE-SUB) TO REG-SANCTION.

       313-MATCH-STANDING-ENTRY.
           IF CASE-STUDENT-NUMBER-WS(CASE-SUB) =
                   STND-STUDENT-NUMBER-WS(STANDING-SUB)
               MOVE STANDING-SUB TO MATCHED-STANDING-SUB
           END-IF.

       315-REWRITE-CASE-FILE.
           OPEN OUTPUT INTEGRITY-CASE-FILE.
           PERFORM 317-WRITE-CASE-RECORD
               VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > NUM-OF-CASES.
           CLOSE INTEGRITY-CASE-FILE.

       316-REWRITE-STANDING-FILE.
           OPEN OUTPUT STANDING-FILE.
           PERFORM 318-WRITE-STANDING-RECORD
               VARYING STANDING-SUB FROM 1 BY 1
                   UNTIL STANDING-SUB > NUM-OF-STANDINGS.
           CLOSE STANDING-FILE.

       317-WRITE-CASE-RECORD.
           MOVE CASE-ENTRY-TABLE(CASE-SUB) TO INTEGRITY-CASE-RECORD.
           WRITE INTEGRITY-CASE-RECORD.

       318-WRITE-STANDING-RECORD.
           MOVE STANDING-ENTRY-TABLE(STANDING-SUB)
               TO STANDING-RECORD-IN.
           WRITE STANDING-RECORD-IN.

       322-WRITE-INTERFACE-HEADER.
           PERFORM 324-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       323-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       324-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 325-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 326-MATCH-SEQUENCE-ENTRY
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
           PERFORM 327-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       325-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       326-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       327-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
