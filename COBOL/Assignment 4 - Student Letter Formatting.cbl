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
           05 NTF-DETAIL-TEXT PIC X(30).
           05 NTF-AWARD-DETAIL REDEFINES NTF-DETAIL-TEXT.
               10 NTF-AWARD-NAME PIC X(20).
               10 NTF-AWARD-AMOUNT PIC 9(5)V99.
               10 FILLER PIC X(3).
       01 NOTIFICATION-CONTROL-RECORD.
           05 NTF-RECORD-CODE PIC X(1).
           05 FILLER PIC X(59).

       FD DEMOGRAPHIC-FILE.
       01 DEMOGRAPHIC-RECORD-IN.
           05 DEMO-ADMIT-TERM-IN-FILE PIC X(6).
           05 DEMO-PROGRAM-IN-FILE PIC X(3).
           05 DEMO-STATUS-IN-FILE PIC X(1).
           05 DEMO-CONFIDENTIAL-IN-FILE PIC X(1).
               88 DEMO-CONFIDENTIAL VALUE "Y".

       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
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
                   VALUE "C:\Users\Nay-thwan\Desktop\LTRSKIP.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 LETTER-COUNT PIC 9(5) VALUE ZERO.
           05 SKIP-COUNT PIC 9(5) VALUE ZERO.
           05 HELD-COUNT PIC 9(5) VALUE ZERO.

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

       01 DEMOGRAPHIC-TABLE-WS.
           05 NUM-OF-DEMO-STUDENTS PIC 9(4) VALUE ZERO.
               10 DEMO-STUDENT-NAME-WS PIC X(20).
               10 DEMO-ADDRESS-WS PIC X(30).
               10 DEMO-EMAIL-WS PIC X(30).
               10 DEMO-CONFIDENTIAL-WS PIC X(1).
                   88 CONFIDENTIAL-STUDENT VALUE "Y".

       01 LETTER-DATE-LINE.
           05 FILLER PIC X(6) VALUE "DATE: ".
       01 LETTER-ADDRESS-LINE.
           05 LTR-ADDRESS PIC X(30).

       01 LETTER-HELD-NAME-LINE.
           05 FILLER PIC X(11) VALUE "STUDENT NO ".
           05 LTR-HELD-STUDENT-NUMBER PIC X(9).

       01 LETTER-SALUTE-LINE.
           05 FILLER PIC X(5) VALUE "DEAR ".
           05 LTR-SALUTE-NAME PIC X(20).
       01 LETTER-BODY-LINE.
           05 LTR-BODY-TEXT PIC X(72).

       01 LETTER-AWARD-LINE.
           05 FILLER PIC X(7) VALUE "AWARD: ".
           05 LTR-AWARD-NAME PIC X(20).
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 LTR-AWARD-AMOUNT PIC ZZ,ZZ9.99.

       01 LETTER-VALUE-LINE.
           05 LTR-VALUE-LABEL PIC X(30).
           05 LTR-VALUE PIC ZZ9.
       PROCEDURE DIVISION.
      ******************************************************************
       100-FORMAT-STUDENT-LETTERS.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 312-VERIFY-INTERFACE-FILE.
           IF INTERFACE-REJECTED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-LETTER-JOB
               PERFORM 202-PROCESS-NOTIFICATION
                   UNTIL NOTIFY-EOF-FLAG = "Y"
               PERFORM 203-TERMINATE-LETTER-JOB
               PERFORM 321-RECORD-INTERFACE-CONSUMED
               PERFORM 327-CLEAR-NOTIFICATION-FILE
               PERFORM 204-SET-RETURN-CODE
           END-IF.
           STOP RUN.

       201-INITIATE-LETTER-JOB.
           OPEN INPUT NOTIFICATION-FILE DEMOGRAPHIC-FILE.
           OPEN OUTPUT LETTER-FILE SKIPPED-LISTING.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 302-READ-NOTIFICATION-RECORD.

       202-PROCESS-NOTIFICATION.
           IF NTF-RECORD-CODE NOT = "H"
                   AND NTF-RECORD-CODE NOT = "T"
               PERFORM 303-FIND-DEMOGRAPHIC-ENTRY
               IF DEMO-FOUND-FLAG = "Y"
                   PERFORM 304-WRITE-LETTER
               ELSE
                   PERFORM 305-WRITE-SKIPPED-RECORD
               END-IF
           END-IF.
           PERFORM 302-READ-NOTIFICATION-RECORD.

           DISPLAY "STUDENT LETTER FORMATTING COMPLETE".
           DISPLAY "  LETTERS WRITTEN: " LETTER-COUNT.
           DISPLAY "  SKIPPED        : " SKIP-COUNT.
           DISPLAY "  HELD (CONFIDENTIAL): " HELD-COUNT.
           CLOSE NOTIFICATION-FILE LETTER-FILE SKIPPED-LISTING
               AUDIT-LOG-FILE.

                           TO DEMO-ADDRESS-WS(NUM-OF-DEMO-STUDENTS)
                       MOVE DEMO-EMAIL-IN-FILE
                           TO DEMO-EMAIL-WS(NUM-OF-DEMO-STUDENTS)
                       IF DEMO-CONFIDENTIAL
                           MOVE "Y" TO DEMO-CONFIDENTIAL-WS
                               (NUM-OF-DEMO-STUDENTS)
                       ELSE
                           MOVE "N" TO DEMO-CONFIDENTIAL-WS
                               (NUM-OF-DEMO-STUDENTS)
                       END-IF
                   END-IF
           END-READ.

       302-READ-NOTIFICATION-RECORD.
           READ NOTIFICATION-FILE
               AT END MOVE "Y" TO NOTIFY-EOF-FLAG
               NOT AT END
                   IF NTF-RECORD-CODE NOT = "H"
                           AND NTF-RECORD-CODE NOT = "T"
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ.

       303-FIND-DEMOGRAPHIC-ENTRY.

       304-WRITE-LETTER.
           WRITE LETTER-RECORD FROM LETTER-DATE-LINE.
           IF CONFIDENTIAL-STUDENT(MATCHED-DEMO-SUB)
               PERFORM 311-WRITE-HELD-ADDRESS-BLOCK
           ELSE
               MOVE DEMO-STUDENT-NAME-WS(MATCHED-DEMO-SUB)
                   TO LTR-STUDENT-NAME
               WRITE LETTER-RECORD FROM LETTER-NAME-LINE
               IF NTF-MESSAGE-CODE = "ADDR"
                       AND NTF-DETAIL-TEXT NOT = SPACES
                   MOVE NTF-DETAIL-TEXT TO LTR-ADDRESS
               ELSE
                   MOVE DEMO-ADDRESS-WS(MATCHED-DEMO-SUB) TO LTR-ADDRESS
               END-IF
               WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
               MOVE DEMO-STUDENT-NAME-WS(MATCHED-DEMO-SUB)
                   TO LTR-SALUTE-NAME
           END-IF.
           WRITE LETTER-RECORD FROM LETTER-SALUTE-LINE.
           PERFORM 306-WRITE-MESSAGE-BODY.
           WRITE LETTER-RECORD FROM LETTER-SEPARATOR.
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "YOUR AVERAGE DROPPED BY:      "
                       TO LTR-VALUE-LABEL
               WHEN "ATTN"
                   MOVE "OUR RECORDS SHOW THAT YOUR CLASS ABSENCES "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "HAVE EXCEEDED THE LIMIT SET FOR YOUR COURSE. "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "PLEASE SPEAK WITH YOUR INSTRUCTOR OR ADVISOR."
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "ABSENCES RECORDED:            "
                       TO LTR-VALUE-LABEL
               WHEN "CNCL"
                   MOVE "A SECTION YOU REGISTERED IN HAS BEEN CANCELLED"
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "BECAUSE IT DID NOT REACH MINIMUM ENROLLMENT. "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "ITS FEES WILL BE CREDITED TO YOUR ACCOUNT. "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "NO OTHER SECTION HAD ROOM - PLEASE CONTACT "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "THE REGISTRARS OFFICE TO CHOOSE A REPLACEMENT."
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "MINIMUM ENROLLMENT REQUIRED:  "
                       TO LTR-VALUE-LABEL
               WHEN "CNWL"
                   MOVE "A SECTION YOU REGISTERED IN HAS BEEN CANCELLED"
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "BECAUSE IT DID NOT REACH MINIMUM ENROLLMENT. "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "ITS FEES WILL BE CREDITED TO YOUR ACCOUNT. "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "YOU HAVE BEEN PLACED ON THE WAITLIST FOR "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "ANOTHER SECTION OF THE SAME COURSE."
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "MINIMUM ENROLLMENT REQUIRED:  "
                       TO LTR-VALUE-LABEL
               WHEN "AWRD"
                   MOVE "CONGRATULATIONS. THE AWARDS COMMITTEE HAS"
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "SELECTED YOU TO RECEIVE THE FOLLOWING AWARD:"
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE NTF-AWARD-NAME TO LTR-AWARD-NAME
                   IF NTF-AWARD-AMOUNT NUMERIC
                       MOVE NTF-AWARD-AMOUNT TO LTR-AWARD-AMOUNT
                   ELSE
                       MOVE ZERO TO LTR-AWARD-AMOUNT
                   END-IF
                   WRITE LETTER-RECORD FROM LETTER-AWARD-LINE
                   MOVE "THE AWARD HAS BEEN CREDITED TO YOUR TUITION "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "ACCOUNT."
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "YOUR CUMULATIVE AVERAGE WAS:  "
                       TO LTR-VALUE-LABEL
               WHEN "ADDR"
                   MOVE "WE RECEIVED A REQUEST THROUGH THE STUDENT "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "PORTAL TO CHANGE THE MAILING ADDRESS ON YOUR "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "STUDENT RECORD. THIS NOTICE IS SENT TO BOTH "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "YOUR PREVIOUS AND YOUR NEW ADDRESS."
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "IF YOU DID NOT REQUEST THIS CHANGE, CONTACT "
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "THE REGISTRARS OFFICE IMMEDIATELY."
                       TO LTR-BODY-TEXT
                   WRITE LETTER-RECORD FROM LETTER-BODY-LINE
                   MOVE "NOTICE COPY (1=OLD, 2=NEW):   "
                       TO LTR-VALUE-LABEL
               WHEN OTHER
                   MOVE "PLEASE CONTACT THE REGISTRARS OFFICE."
                       TO LTR-BODY-TEXT
               ACCEPT WS-LETTER-FILE-NAME FROM SYSIN
               ACCEPT WS-SKIPPED-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
               MOVE "Y" TO DEMO-FOUND-FLAG
               MOVE DEMO-SUB TO MATCHED-DEMO-SUB
           END-IF.

       311-WRITE-HELD-ADDRESS-BLOCK.
           MOVE NTF-STUDENT-NUMBER TO LTR-HELD-STUDENT-NUMBER.
           WRITE LETTER-RECORD FROM LETTER-HELD-NAME-LINE.
           MOVE "HOLD FOR PICKUP - REGISTRAR" TO LTR-ADDRESS.
           WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE.
           MOVE "STUDENT" TO LTR-SALUTE-NAME.
           ADD 1 TO HELD-COUNT.

       312-VERIFY-INTERFACE-FILE.
           PERFORM 319-LOAD-SEQUENCE-CONTROL.
           OPEN INPUT NOTIFICATION-FILE.
           PERFORM 313-VERIFY-INTERFACE-RECORD
               UNTIL INTERFACE-EOF-FLAG = "Y".
           CLOSE NOTIFICATION-FILE.
           IF NUM-OF-SEGMENTS = ZERO
                   AND WS-INTERFACE-RECORDS-READ > ZERO
               MOVE "NO INTERFACE HEADER" TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-ACCEPTED
               MOVE "INTERFACE ACCEPTED - " TO IFE-EVENT-TEXT
               PERFORM 317-AUDIT-ACCEPTED-SEGMENT
                   VARYING SEGMENT-SUB FROM 1 BY 1
                       UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS
           ELSE
               MOVE "INTERFACE REJECTED - " TO IFE-EVENT-TEXT
               MOVE WS-INTERFACE-REASON TO IFE-EVENT-DETAIL
               PERFORM 318-WRITE-INTERFACE-AUDIT
           END-IF.

       313-VERIFY-INTERFACE-RECORD.
           READ NOTIFICATION-FILE
               AT END MOVE "Y" TO INTERFACE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-INTERFACE-RECORDS-READ
                   EVALUATE NTF-RECORD-CODE
                       WHEN "H"
                           PERFORM 314-VERIFY-INTERFACE-HEADER
                       WHEN "T"
                           PERFORM 315-VERIFY-INTERFACE-TRAILER
                       WHEN OTHER
                           IF NOT INTERFACE-HEADER-SEEN
                                   OR INTERFACE-TRAILER-SEEN
                               MOVE "DETAIL OUTSIDE HEADER/TRAILER"
                                   TO WS-INTERFACE-REASON
                               PERFORM 316-REJECT-INTERFACE
                           END-IF
                           ADD 1 TO WS-INTERFACE-COUNT
                           IF NTF-STUDENT-NUMBER-N NUMERIC
                               ADD NTF-STUDENT-NUMBER-N
                                   TO WS-INTERFACE-STUDENT-HASH
                           END-IF
                           IF NTF-TRIGGER-VALUE NUMERIC
                               ADD NTF-TRIGGER-VALUE
                                   TO WS-INTERFACE-AMOUNT-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       314-VERIFY-INTERFACE-HEADER.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-HEADER-SW.
           MOVE "N" TO INTERFACE-TRAILER-SW.
           MOVE ZERO TO WS-INTERFACE-COUNT.
           MOVE ZERO TO WS-INTERFACE-STUDENT-HASH.
           MOVE ZERO TO WS-INTERFACE-AMOUNT-HASH.
           MOVE NOTIFICATION-CONTROL-RECORD
               TO INTERFACE-HEADER-STRUCTURE.
           IF NUM-OF-SEGMENTS < 100
               ADD 1 TO NUM-OF-SEGMENTS
           END-IF.
           MOVE IFH-PROGRAM-NAME
               TO SEG-SOURCE-PROGRAM-WS(NUM-OF-SEGMENTS).
           MOVE IFH-SEQUENCE-NUMBER
               TO SEG-SEQUENCE-NUMBER-WS(NUM-OF-SEGMENTS).
           MOVE NUM-OF-SEGMENTS TO SEGMENT-SUB.
           PERFORM 320-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 322-ADD-SEQUENCE-ENTRY
           END-IF.
           IF IFH-SEQUENCE-NUMBER NOT >
                   SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE "SEQUENCE ALREADY CONSUMED"
                   TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
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

       315-VERIFY-INTERFACE-TRAILER.
           IF NOT INTERFACE-HEADER-SEEN OR INTERFACE-TRAILER-SEEN
               MOVE "TRAILER WITHOUT HEADER" TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-TRAILER-SW.
           MOVE NOTIFICATION-CONTROL-RECORD
               TO INTERFACE-TRAILER-STRUCTURE.
           IF WS-INTERFACE-COUNT NOT = IFT-RECORD-COUNT
               MOVE "TRAILER RECORD COUNT MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-STUDENT-HASH NOT = IFT-STUDENT-HASH
               MOVE "TRAILER STUDENT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-AMOUNT-HASH NOT = IFT-AMOUNT-HASH
               MOVE "TRAILER AMOUNT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 316-REJECT-INTERFACE
           END-IF.

       316-REJECT-INTERFACE.
           MOVE "N" TO INTERFACE-STATUS-SW.
           DISPLAY "INTERFACE REJECTED - " WS-INTERFACE-REASON.

       317-AUDIT-ACCEPTED-SEGMENT.
           MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               TO IFE-SOURCE-PROGRAM.
           MOVE " SEQ " TO IFE-SEQUENCE-LABEL.
           MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
               TO IFE-SEQUENCE-NUMBER.
           PERFORM 318-WRITE-INTERFACE-AUDIT.

       318-WRITE-INTERFACE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE INTERFACE-EVENT-WS TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       319-LOAD-SEQUENCE-CONTROL.
           MOVE ZERO TO NUM-OF-SEQUENCES.
           MOVE "N" TO SEQUENCE-EOF-FLAG.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 323-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.

       320-FIND-SEGMENT-SOURCE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 324-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.

       321-RECORD-INTERFACE-CONSUMED.
           PERFORM 319-LOAD-SEQUENCE-CONTROL.
           PERFORM 326-CONSUME-SEGMENT
               VARYING SEGMENT-SUB FROM 1 BY 1
                   UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           PERFORM 325-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       322-ADD-SEQUENCE-ENTRY.
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
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) =
                   SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       325-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       326-CONSUME-SEGMENT.
           PERFORM 320-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 322-ADD-SEQUENCE-ENTRY
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

       327-CLEAR-NOTIFICATION-FILE.
           OPEN OUTPUT NOTIFICATION-FILE.
           CLOSE NOTIFICATION-FILE.
