      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. POST-AR-LEDGER.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BILLING-DETAIL-FILE
         ASSIGN TO WS-BILLING-DETAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BILLING-CREDIT-FILE
         ASSIGN TO WS-BILLING-CREDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAYMENT-FILE
         ASSIGN TO WS-PAYMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STANDING-FILE
         ASSIGN TO WS-STANDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AR-LEDGER-FILE
         ASSIGN TO WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "ARLSORTW".

       SELECT STATEMENT-FILE
         ASSIGN TO WS-STATEMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGING-REPORT
         ASSIGN TO WS-AGING-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUSPENSE-LISTING
         ASSIGN TO WS-SUSPENSE-FILE-NAME
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
       FD BILLING-DETAIL-FILE.
       01 BILLING-DETAIL-RECORD.
           05 BILL-STUDENT-NUMBER PIC 9(9).
           05 BILL-COURSE-NUMBER PIC X(7).
           05 BILL-SECTION-NUMBER PIC X(3).
           05 BILL-TERM-CODE PIC X(6).
           05 BILL-FEE PIC 9(5)V99.
           05 BILL-TYPE PIC X(2).
       01 BILLING-CONTROL-RECORD.
           05 BILL-RECORD-CODE PIC X(1).
           05 FILLER PIC X(59).

       FD BILLING-CREDIT-FILE.
       01 BILLING-CREDIT-RECORD.
           05 CRED-STUDENT-NUMBER PIC 9(9).
           05 CRED-COURSE-NUMBER PIC X(7).
           05 CRED-SECTION-NUMBER PIC X(3).
           05 CRED-TERM-CODE PIC X(6).
           05 CRED-FEE PIC 9(5)V99.
           05 CRED-TYPE PIC X(2).
       01 CREDIT-CONTROL-RECORD.
           05 CRED-RECORD-CODE PIC X(1).
           05 FILLER PIC X(59).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PAY-STUDENT-NUMBER PIC 9(9).
           05 PAY-DATE PIC 9(8).
           05 PAY-AMOUNT PIC 9(7)V99.
           05 PAY-REFERENCE PIC X(10).
           05 PAY-TERM-CODE PIC X(6).

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

       FD STANDING-FILE.
       01 STANDING-RECORD-IN.
           05 STND-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 STND-STANDING-CODE-IN-FILE PIC X(1).
           05 STND-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 STND-HOLD-FLAG-IN-FILE PIC X(1).

       FD AR-LEDGER-FILE.
       01 AR-LEDGER-RECORD.
           05 ARL-STUDENT-NUMBER PIC 9(9).
           05 ARL-TERM-CODE PIC X(6).
           05 ARL-ENTRY-TYPE PIC X(2).
           05 ARL-REFERENCE PIC X(10).
           05 ARL-POST-DATE PIC 9(8).
           05 ARL-DUE-DATE PIC 9(8).
           05 ARL-AMOUNT PIC 9(7)V99.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-TERM-CODE PIC X(6).
           05 SORT-ENTRY-TYPE PIC X(2).
           05 SORT-REFERENCE PIC X(10).
           05 SORT-POST-DATE PIC 9(8).
           05 SORT-DUE-DATE PIC 9(8).
           05 SORT-AMOUNT PIC 9(7)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(80).

       FD AGING-REPORT.
       01 AGING-REPORT-RECORD PIC X(132).

       FD SUSPENSE-LISTING.
       01 SUSPENSE-RECORD PIC X(80).

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
           05 WS-BILLING-DETAIL-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\BILLDTL.TXT".
           05 WS-BILLING-CREDIT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\BILLCRED.TXT".
           05 WS-PAYMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ARPAYMT.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-STANDING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STANDING.TXT".
           05 WS-LEDGER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ARLEDGER.TXT".
           05 WS-STATEMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ARSTMT.TXT".
           05 WS-AGING-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ARAGING.TXT".
           05 WS-SUSPENSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ARSUSP.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-HOLD-THRESHOLD PIC 9(5)V99 VALUE 100.00.
           05 WS-STATEMENT-TERM-CODE PIC X(6) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "POST-AR-LEDGER".
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
           05 BILLING-EOF-FLAG PIC X(1) VALUE "N".
           05 CREDIT-EOF-FLAG PIC X(1) VALUE "N".
           05 PAYMENT-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-FOUND-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-EOF-FLAG PIC X(1) VALUE "N".
           05 LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           05 LEDGER-FOUND-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 LEDGER-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 STANDING-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 STATEMENT-STARTED-SW PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-BILLING-READ PIC 9(7) VALUE ZERO.
           05 WS-CREDITS-READ PIC 9(7) VALUE ZERO.
           05 WS-PAYMENTS-READ PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-CHARGES-POSTED PIC 9(7) VALUE ZERO.
           05 WS-CREDITS-POSTED PIC 9(7) VALUE ZERO.
           05 WS-PAYMENTS-POSTED PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-POSTED PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-POSTED PIC 9(7) VALUE ZERO.
           05 WS-SUSPENSE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-HOLDS-SET PIC 9(5) VALUE ZERO.
           05 WS-HOLDS-RELEASED PIC 9(5) VALUE ZERO.
           05 WS-AGED-STUDENTS PIC 9(5) VALUE ZERO.

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
           05 DEMO-SUB PIC 9(4).
           05 MATCHED-DEMO-SUB PIC 9(4) VALUE ZERO.
           05 DEMO-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-DEMO-STUDENTS.
               10 DEMO-STUDENT-NUMBER-WS PIC 9(9).
               10 DEMO-STUDENT-NAME-WS PIC X(20).
               10 DEMO-ADDRESS-WS PIC X(30).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 WS-CHECK-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-FOUND-TERM-START PIC 9(8) VALUE ZERO.
           05 TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

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
                   88 STND-FINANCE-HOLD VALUE "F".
                   88 STND-ANY-HOLD VALUE "Y" "F".

       01 POSTING-WS.
           05 WS-POST-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-POST-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-POST-ENTRY-TYPE PIC X(2) VALUE SPACES.
           05 WS-POST-REFERENCE PIC X(10) VALUE SPACES.
           05 WS-POST-REFERENCE-PARTS REDEFINES WS-POST-REFERENCE.
               10 WS-POST-COURSE-NUMBER PIC X(7).
               10 WS-POST-SECTION-NUMBER PIC X(3).
           05 WS-POST-DATE PIC 9(8) VALUE ZERO.
           05 WS-POST-DUE-DATE PIC 9(8) VALUE ZERO.
           05 WS-POST-AMOUNT PIC 9(7)V99 VALUE ZERO.
           05 WS-SUSPENSE-REASON PIC X(25) VALUE SPACES.

       01 LEDGER-TABLE-WS.
           05 NUM-OF-LEDGER-ENTRIES PIC 9(4) VALUE ZERO.
           05 LEDGER-SUB PIC 9(4).
           05 LEDGER-ENTRY-TABLE OCCURS 1 TO 9000 TIMES
                   DEPENDING ON NUM-OF-LEDGER-ENTRIES.
               10 LDG-STUDENT-NUMBER-WS PIC 9(9).
               10 LDG-TERM-CODE-WS PIC X(6).
               10 LDG-ENTRY-TYPE-WS PIC X(2).
               10 LDG-REFERENCE-WS PIC X(10).
               10 LDG-POST-DATE-WS PIC 9(8).
               10 LDG-DUE-DATE-WS PIC 9(8).
               10 LDG-AMOUNT-WS PIC 9(7)V99.

       01 STUDENT-BALANCE-WS.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-STU-DEBITS PIC 9(7)V99 VALUE ZERO.
           05 WS-STU-CREDITS PIC 9(7)V99 VALUE ZERO.
           05 WS-STU-NOT-YET-DUE PIC 9(7)V99 VALUE ZERO.
           05 WS-STU-BALANCE PIC S9(7)V99 VALUE ZERO.
           05 WS-STU-PAST-DUE PIC S9(7)V99 VALUE ZERO.
           05 WS-CREDIT-REMAINING PIC 9(7)V99 VALUE ZERO.
           05 WS-TERM-CHARGES PIC 9(7)V99 VALUE ZERO.
           05 WS-TERM-CREDITS PIC 9(7)V99 VALUE ZERO.
           05 WS-TERM-PAYMENTS PIC 9(7)V99 VALUE ZERO.
           05 WS-PRIOR-BALANCE PIC S9(7)V99 VALUE ZERO.
           05 WS-DAYS-PAST-DUE PIC S9(7) VALUE ZERO.
           05 WS-HOLD-ACTION PIC X(13) VALUE SPACES.
           05 AGE-SUB PIC 9(1).
           05 AGE-BUCKET-TABLE.
               10 WS-AGE-BUCKET OCCURS 4 TIMES PIC 9(7)V99.

       01 AGING-TOTALS-WS.
           05 WS-TOTAL-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
           05 WS-TOTAL-BALANCE PIC S9(9)V99 VALUE ZERO.

       01 DATE-ARITHMETIC-WS.
           05 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
           05 WS-SERIAL-DATE PIC 9(8) VALUE ZERO.
           05 WS-SERIAL-DATE-PARTS REDEFINES WS-SERIAL-DATE.
               10 WS-SERIAL-YEAR PIC 9(4).
               10 WS-SERIAL-MONTH PIC 9(2).
               10 WS-SERIAL-DAY PIC 9(2).
           05 WS-DAY-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-TODAY-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-LEAP-WORK PIC 9(4) VALUE ZERO.
           05 WS-LEAP-REMAINDER PIC 9(4) VALUE ZERO.
           05 WS-LEAP-SW PIC X(1) VALUE "N".

       01 MONTH-OFFSET-LIST PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-LIST.
           05 MONTH-OFFSET-DAYS OCCURS 12 TIMES PIC 9(3).

       01 STATEMENT-HEADER-1.
           05 FILLER PIC X(25) VALUE "STUDENT ACCOUNT STATEMENT".
           05 FILLER PIC X(8) VALUE "  TERM  ".
           05 STH-TERM-CODE PIC X(6).
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 STH-RUN-DATE PIC 9(8).

       01 STATEMENT-HEADER-2.
           05 STH-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STH-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STH-ADDRESS PIC X(30).

       01 STATEMENT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STD-POST-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STD-DESCRIPTION PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STD-REFERENCE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STD-AMOUNT PIC Z,ZZZ,ZZ9.99-.

       01 STATEMENT-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STT-LABEL PIC X(31).
           05 STT-AMOUNT PIC Z,ZZZ,ZZ9.99-.

       01 AGING-HEADER-1.
           05 FILLER PIC X(28) VALUE "AGED RECEIVABLES AS OF DATE ".
           05 AGH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(19) VALUE "  HOLD THRESHOLD:  ".
           05 AGH-THRESHOLD PIC ZZ,ZZ9.99.

       01 AGING-HEADER-2.
           05 FILLER PIC X(33) VALUE "STUDENT    NAME".
           05 FILLER PIC X(14) VALUE "       CURRENT".
           05 FILLER PIC X(14) VALUE "       30 DAYS".
           05 FILLER PIC X(14) VALUE "       60 DAYS".
           05 FILLER PIC X(14) VALUE "      90+ DAYS".
           05 FILLER PIC X(16) VALUE "         BALANCE".
           05 FILLER PIC X(15) VALUE "  HOLD ACTION".

       01 AGING-DETAIL.
           05 AGD-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGD-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGD-BUCKET OCCURS 4 TIMES PIC Z,ZZZ,ZZ9.99B.
           05 AGD-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGD-HOLD-ACTION PIC X(13).

       01 AGING-TRAILER.
           05 FILLER PIC X(33) VALUE "TOTALS".
           05 AGT-BUCKET OCCURS 4 TIMES PIC Z,ZZZ,ZZ9.99B.
           05 AGT-BALANCE PIC ZZ,ZZZ,ZZ9.99-.

       01 AGING-TRAILER-2.
           05 FILLER PIC X(19) VALUE "STUDENTS AGED:     ".
           05 AGT-STUDENTS PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "  HOLDS SET:    ".
           05 AGT-HOLDS-SET PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "  RELEASED:     ".
           05 AGT-HOLDS-RELEASED PIC ZZZZ9.

       01 SUSPENSE-HEADER.
           05 FILLER PIC X(31)
                   VALUE "AR POSTING SUSPENSE LISTING    ".
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 SSH-RUN-DATE PIC 9(8).

       01 SUSPENSE-DETAIL.
           05 SSD-ENTRY-TYPE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSD-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSD-REFERENCE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSD-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSD-REASON PIC X(25).

       01 SUSPENSE-TRAILER.
           05 FILLER PIC X(19) VALUE "ITEMS IN SUSPENSE: ".
           05 SST-COUNT PIC ZZZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-POST-AR-LEDGER.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 335-VERIFY-INTERFACE-FILE.
           IF INTERFACE-REJECTED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-LEDGER-JOB
               IF LEDGER-OVERFLOW-FLAG NOT = "Y"
                       AND STANDING-OVERFLOW-FLAG NOT = "Y"
                   PERFORM 202-POST-BILLING-CHARGE
                       UNTIL BILLING-EOF-FLAG = "Y"
                   PERFORM 203-POST-BILLING-CREDIT
                       UNTIL CREDIT-EOF-FLAG = "Y"
                   PERFORM 205-POST-PAYMENT
                       UNTIL PAYMENT-EOF-FLAG = "Y"
               END-IF
               IF LEDGER-OVERFLOW-FLAG = "Y"
                       OR STANDING-OVERFLOW-FLAG = "Y"
                   PERFORM 350-ABANDON-LEDGER-JOB
               ELSE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-STUDENT-NUMBER
                                        SORT-POST-DATE
                                        SORT-ENTRY-TYPE
                       INPUT PROCEDURE 301-RELEASE-LEDGER-ENTRIES
                       OUTPUT PROCEDURE 302-PRODUCE-LEDGER-REPORTS
                   PERFORM 206-TERMINATE-LEDGER-JOB
                   PERFORM 344-RECORD-INTERFACE-CONSUMED
                   PERFORM 353-CLEAR-CREDIT-FILE
                   PERFORM 204-SET-RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       201-INITIATE-LEDGER-JOB.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-SERIAL-DATE.
           PERFORM 311-COMPUTE-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-TODAY-SERIAL.
           OPEN INPUT DEMOGRAPHIC-FILE TERM-CALENDAR-FILE
               STANDING-FILE AR-LEDGER-FILE.
           PERFORM 303-LOAD-DEMOGRAPHIC-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           PERFORM 304-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           PERFORM 305-LOAD-STANDING-TABLE
               UNTIL STANDING-EOF-FLAG = "Y".
           PERFORM 306-LOAD-LEDGER-TABLE UNTIL LEDGER-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE TERM-CALENDAR-FILE STANDING-FILE
               AR-LEDGER-FILE.
           OPEN INPUT BILLING-DETAIL-FILE BILLING-CREDIT-FILE
               PAYMENT-FILE.
           OPEN OUTPUT STATEMENT-FILE AGING-REPORT SUSPENSE-LISTING.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE WS-CURRENT-DATE TO SSH-RUN-DATE.
           WRITE SUSPENSE-RECORD FROM SUSPENSE-HEADER.
           MOVE WS-CURRENT-DATE TO AGH-RUN-DATE.
           MOVE WS-HOLD-THRESHOLD TO AGH-THRESHOLD.
           WRITE AGING-REPORT-RECORD FROM AGING-HEADER-1.
           WRITE AGING-REPORT-RECORD FROM AGING-HEADER-2.
           MOVE WS-STATEMENT-TERM-CODE TO STH-TERM-CODE.
           MOVE WS-CURRENT-DATE TO STH-RUN-DATE.
           MOVE ZERO TO WS-TOTAL-BUCKET(1) WS-TOTAL-BUCKET(2)
               WS-TOTAL-BUCKET(3) WS-TOTAL-BUCKET(4).

       202-POST-BILLING-CHARGE.
           READ BILLING-DETAIL-FILE
               AT END MOVE "Y" TO BILLING-EOF-FLAG
               NOT AT END
                   IF BILL-RECORD-CODE NOT = "H"
                           AND BILL-RECORD-CODE NOT = "T"
                       ADD 1 TO WS-BILLING-READ
                   END-IF
                   IF BILL-TYPE = "DR"
                           AND BILL-RECORD-CODE NOT = "H"
                           AND BILL-RECORD-CODE NOT = "T"
                       MOVE BILL-STUDENT-NUMBER
                           TO WS-POST-STUDENT-NUMBER
                       MOVE BILL-TERM-CODE TO WS-POST-TERM-CODE
                       MOVE "DR" TO WS-POST-ENTRY-TYPE
                       MOVE BILL-COURSE-NUMBER
                           TO WS-POST-COURSE-NUMBER
                       MOVE BILL-SECTION-NUMBER
                           TO WS-POST-SECTION-NUMBER
                       MOVE BILL-FEE TO WS-POST-AMOUNT
                       PERFORM 307-POST-COURSE-ENTRY
                   END-IF
           END-READ.

       203-POST-BILLING-CREDIT.
           READ BILLING-CREDIT-FILE
               AT END MOVE "Y" TO CREDIT-EOF-FLAG
               NOT AT END
                   IF CRED-RECORD-CODE NOT = "H"
                           AND CRED-RECORD-CODE NOT = "T"
                       ADD 1 TO WS-CREDITS-READ
                   END-IF
                   IF CRED-TYPE = "CR"
                           AND CRED-RECORD-CODE NOT = "H"
                           AND CRED-RECORD-CODE NOT = "T"
                       MOVE CRED-STUDENT-NUMBER
                           TO WS-POST-STUDENT-NUMBER
                       MOVE CRED-TERM-CODE TO WS-POST-TERM-CODE
                       MOVE "CR" TO WS-POST-ENTRY-TYPE
                       MOVE CRED-COURSE-NUMBER
                           TO WS-POST-COURSE-NUMBER
                       MOVE CRED-SECTION-NUMBER
                           TO WS-POST-SECTION-NUMBER
                       MOVE CRED-FEE TO WS-POST-AMOUNT
                       PERFORM 307-POST-COURSE-ENTRY
                   END-IF
           END-READ.

       204-SET-RETURN-CODE.
           IF NUM-OF-LEDGER-ENTRIES = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SUSPENSE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       205-POST-PAYMENT.
           READ PAYMENT-FILE
               AT END MOVE "Y" TO PAYMENT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
                   PERFORM 312-EDIT-PAYMENT
           END-READ.

       206-TERMINATE-LEDGER-JOB.
           PERFORM 327-WRITE-AGING-TRAILER.
           MOVE WS-SUSPENSE-COUNT TO SST-COUNT.
           WRITE SUSPENSE-RECORD FROM SUSPENSE-TRAILER.
           PERFORM 328-REWRITE-STANDING-FILE.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "AR LEDGER POSTING COMPLETE".
           DISPLAY "  CHARGES POSTED : " WS-CHARGES-POSTED.
           DISPLAY "  CREDITS POSTED : " WS-CREDITS-POSTED.
           DISPLAY "  PAYMENTS POSTED: " WS-PAYMENTS-POSTED.
           DISPLAY "  ALREADY POSTED : " WS-ALREADY-POSTED.
           DISPLAY "  IN SUSPENSE    : " WS-SUSPENSE-COUNT.
           DISPLAY "  STATEMENTS     : " WS-STATEMENT-COUNT.
           DISPLAY "  HOLDS SET      : " WS-HOLDS-SET.
           DISPLAY "  HOLDS RELEASED : " WS-HOLDS-RELEASED.
           CLOSE BILLING-DETAIL-FILE BILLING-CREDIT-FILE PAYMENT-FILE
               STATEMENT-FILE AGING-REPORT SUSPENSE-LISTING
               AUDIT-LOG-FILE.

       301-RELEASE-LEDGER-ENTRIES.
           PERFORM 313-RELEASE-LEDGER-ENTRY
               VARYING LEDGER-SUB FROM 1 BY 1
                   UNTIL LEDGER-SUB > NUM-OF-LEDGER-ENTRIES.

       302-PRODUCE-LEDGER-REPORTS.
           OPEN OUTPUT AR-LEDGER-FILE.
           PERFORM 314-RETURN-SORTED-ENTRY
               UNTIL SORT-EOF-FLAG = "Y".
           IF FIRST-RECORD-SW NOT = "Y"
               PERFORM 316-CLOSE-STUDENT-ACCOUNT
           END-IF.
           CLOSE AR-LEDGER-FILE.

       303-LOAD-DEMOGRAPHIC-TABLE.
           READ DEMOGRAPHIC-FILE
               AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                   IF NUM-OF-DEMO-STUDENTS < 2000
                       ADD 1 TO NUM-OF-DEMO-STUDENTS
                       MOVE DEMO-STUDENT-NUMBER-IN-FILE
                           TO DEMO-STUDENT-NUMBER-WS
                               (NUM-OF-DEMO-STUDENTS)
                       MOVE DEMO-STUDENT-NAME-IN-FILE
                           TO DEMO-STUDENT-NAME-WS
                               (NUM-OF-DEMO-STUDENTS)
                       MOVE DEMO-ADDRESS-IN-FILE
                           TO DEMO-ADDRESS-WS(NUM-OF-DEMO-STUDENTS)
                   END-IF
           END-READ.

       304-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       305-LOAD-STANDING-TABLE.
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

       306-LOAD-LEDGER-TABLE.
           READ AR-LEDGER-FILE
               AT END MOVE "Y" TO LEDGER-EOF-FLAG
               NOT AT END
                   IF NUM-OF-LEDGER-ENTRIES < 9000
                       ADD 1 TO NUM-OF-LEDGER-ENTRIES
                       MOVE AR-LEDGER-RECORD
                           TO LEDGER-ENTRY-TABLE(NUM-OF-LEDGER-ENTRIES)
                   ELSE
                       MOVE "Y" TO LEDGER-OVERFLOW-FLAG
                   END-IF
           END-READ.

       307-POST-COURSE-ENTRY.
           MOVE WS-CURRENT-DATE TO WS-POST-DATE.
           MOVE WS-POST-TERM-CODE TO WS-CHECK-TERM-CODE.
           PERFORM 317-FIND-TERM-START-DATE.
           IF WS-FOUND-TERM-START > ZERO
               MOVE WS-FOUND-TERM-START TO WS-POST-DUE-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-POST-DUE-DATE
           END-IF.
           PERFORM 318-FIND-LEDGER-ENTRY.
           IF LEDGER-FOUND-FLAG = "Y"
               ADD 1 TO WS-ALREADY-POSTED
           ELSE
               PERFORM 319-ADD-LEDGER-ENTRY
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-BILLING-DETAIL-NAME FROM SYSIN
               ACCEPT WS-BILLING-CREDIT-NAME FROM SYSIN
               ACCEPT WS-PAYMENT-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-LEDGER-FILE-NAME FROM SYSIN
               ACCEPT WS-STATEMENT-FILE-NAME FROM SYSIN
               ACCEPT WS-AGING-REPORT-NAME FROM SYSIN
               ACCEPT WS-SUSPENSE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-HOLD-THRESHOLD FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER STATEMENT TERM CODE: ".
           ACCEPT WS-STATEMENT-TERM-CODE FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-PAYMENT-FILE-NAME TO AUDIT-INPUT-FILE.
           COMPUTE WS-RECORDS-READ =
               WS-BILLING-READ + WS-CREDITS-READ + WS-PAYMENTS-READ.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-ENTRIES-POSTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-WRITE-SUSPENSE-RECORD.
           MOVE WS-POST-ENTRY-TYPE TO SSD-ENTRY-TYPE.
           MOVE WS-POST-STUDENT-NUMBER TO SSD-STUDENT-NUMBER.
           MOVE WS-POST-REFERENCE TO SSD-REFERENCE.
           MOVE WS-POST-AMOUNT TO SSD-AMOUNT.
           MOVE WS-SUSPENSE-REASON TO SSD-REASON.
           WRITE SUSPENSE-RECORD FROM SUSPENSE-DETAIL.
           ADD 1 TO WS-SUSPENSE-COUNT.

       311-COMPUTE-DAY-SERIAL.
           MOVE "N" TO WS-LEAP-SW.
           DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE "Y" TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE "N" TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE "Y" TO WS-LEAP-SW
           END-IF.
           COMPUTE WS-DAY-SERIAL =
               WS-SERIAL-YEAR * 365
               + WS-SERIAL-YEAR / 4
               - WS-SERIAL-YEAR / 100
               + WS-SERIAL-YEAR / 400
               + MONTH-OFFSET-DAYS(WS-SERIAL-MONTH)
               + WS-SERIAL-DAY.
           IF WS-LEAP-SW = "Y" AND WS-SERIAL-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

       312-EDIT-PAYMENT.
           MOVE "PY" TO WS-POST-ENTRY-TYPE.
           MOVE PAY-STUDENT-NUMBER TO WS-POST-STUDENT-NUMBER.
           MOVE PAY-REFERENCE TO WS-POST-REFERENCE.
           MOVE PAY-TERM-CODE TO WS-POST-TERM-CODE.
           MOVE ZERO TO WS-POST-AMOUNT.
           IF PAY-AMOUNT NUMERIC
               MOVE PAY-AMOUNT TO WS-POST-AMOUNT
           END-IF.
           MOVE "N" TO DEMO-FOUND-FLAG.
           IF PAY-STUDENT-NUMBER NUMERIC
               PERFORM 320-FIND-DEMOGRAPHIC-ENTRY
           END-IF.
           IF DEMO-FOUND-FLAG NOT = "Y"
               MOVE "STUDENT NOT ON FILE" TO WS-SUSPENSE-REASON
               PERFORM 310-WRITE-SUSPENSE-RECORD
           ELSE
               IF WS-POST-AMOUNT = ZERO
                   MOVE "INVALID PAYMENT AMOUNT" TO WS-SUSPENSE-REASON
                   PERFORM 310-WRITE-SUSPENSE-RECORD
               ELSE
                   IF PAY-DATE NOT NUMERIC OR PAY-DATE = ZERO
                       MOVE "INVALID PAYMENT DATE" TO WS-SUSPENSE-REASON
                       PERFORM 310-WRITE-SUSPENSE-RECORD
                   ELSE
                       MOVE PAY-DATE TO WS-POST-DATE
                       MOVE PAY-DATE TO WS-POST-DUE-DATE
                       PERFORM 318-FIND-LEDGER-ENTRY
                       IF LEDGER-FOUND-FLAG = "Y"
                           MOVE "PAYMENT ALREADY POSTED"
                               TO WS-SUSPENSE-REASON
                           PERFORM 310-WRITE-SUSPENSE-RECORD
                       ELSE
                           PERFORM 319-ADD-LEDGER-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       313-RELEASE-LEDGER-ENTRY.
           MOVE LEDGER-ENTRY-TABLE(LEDGER-SUB) TO SORT-RECORD.
           RELEASE SORT-RECORD.

       314-RETURN-SORTED-ENTRY.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 315-ACCUMULATE-LEDGER-ENTRY
           END-RETURN.

       315-ACCUMULATE-LEDGER-ENTRY.
           WRITE AR-LEDGER-RECORD FROM SORT-RECORD.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               PERFORM 321-OPEN-STUDENT-ACCOUNT
           ELSE
               IF SORT-STUDENT-NUMBER NOT = WS-PREV-STUDENT-NUMBER
                   PERFORM 316-CLOSE-STUDENT-ACCOUNT
                   PERFORM 321-OPEN-STUDENT-ACCOUNT
               END-IF
           END-IF.
           IF SORT-ENTRY-TYPE = "DR"
               ADD SORT-AMOUNT TO WS-STU-DEBITS
               PERFORM 322-AGE-CHARGE
           ELSE
               ADD SORT-AMOUNT TO WS-STU-CREDITS
           END-IF.
           IF SORT-TERM-CODE = WS-STATEMENT-TERM-CODE
               PERFORM 323-PRINT-STATEMENT-DETAIL
           END-IF.

       316-CLOSE-STUDENT-ACCOUNT.
           COMPUTE WS-STU-BALANCE = WS-STU-DEBITS - WS-STU-CREDITS.
           COMPUTE WS-STU-PAST-DUE =
               WS-STU-DEBITS - WS-STU-NOT-YET-DUE - WS-STU-CREDITS.
           MOVE WS-STU-CREDITS TO WS-CREDIT-REMAINING.
           PERFORM 324-APPLY-CREDIT-TO-BUCKET
               VARYING AGE-SUB FROM 4 BY -1 UNTIL AGE-SUB < 1.
           IF STATEMENT-STARTED-SW = "Y" OR WS-STU-BALANCE NOT = ZERO
               PERFORM 325-PRINT-STATEMENT-TOTALS
           END-IF.
           PERFORM 326-EVALUATE-FINANCE-HOLD.
           IF WS-STU-BALANCE NOT = ZERO OR WS-HOLD-ACTION NOT = SPACES
               MOVE WS-PREV-STUDENT-NUMBER TO AGD-STUDENT-NUMBER
               MOVE WS-AGE-BUCKET(1) TO AGD-BUCKET(1)
               MOVE WS-AGE-BUCKET(2) TO AGD-BUCKET(2)
               MOVE WS-AGE-BUCKET(3) TO AGD-BUCKET(3)
               MOVE WS-AGE-BUCKET(4) TO AGD-BUCKET(4)
               MOVE WS-STU-BALANCE TO AGD-BALANCE
               MOVE WS-HOLD-ACTION TO AGD-HOLD-ACTION
               WRITE AGING-REPORT-RECORD FROM AGING-DETAIL
               ADD WS-AGE-BUCKET(1) TO WS-TOTAL-BUCKET(1)
               ADD WS-AGE-BUCKET(2) TO WS-TOTAL-BUCKET(2)
               ADD WS-AGE-BUCKET(3) TO WS-TOTAL-BUCKET(3)
               ADD WS-AGE-BUCKET(4) TO WS-TOTAL-BUCKET(4)
               ADD WS-STU-BALANCE TO WS-TOTAL-BALANCE
               ADD 1 TO WS-AGED-STUDENTS
           END-IF.

       317-FIND-TERM-START-DATE.
           MOVE ZERO TO WS-FOUND-TERM-START.
           PERFORM 329-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR WS-FOUND-TERM-START > ZERO.

       318-FIND-LEDGER-ENTRY.
           MOVE "N" TO LEDGER-FOUND-FLAG.
           PERFORM 330-MATCH-LEDGER-ENTRY
               VARYING LEDGER-SUB FROM 1 BY 1
                   UNTIL LEDGER-SUB > NUM-OF-LEDGER-ENTRIES
                      OR LEDGER-FOUND-FLAG = "Y".

       319-ADD-LEDGER-ENTRY.
           IF NUM-OF-LEDGER-ENTRIES = 9000
               MOVE "LEDGER TABLE FULL" TO WS-SUSPENSE-REASON
               PERFORM 310-WRITE-SUSPENSE-RECORD
               MOVE "Y" TO LEDGER-OVERFLOW-FLAG
           ELSE
               ADD 1 TO NUM-OF-LEDGER-ENTRIES
               MOVE WS-POST-STUDENT-NUMBER
                   TO LDG-STUDENT-NUMBER-WS(NUM-OF-LEDGER-ENTRIES)
               MOVE WS-POST-TERM-CODE
                   TO LDG-TERM-CODE-WS(NUM-OF-LEDGER-ENTRIES)
               MOVE WS-POST-ENTRY-TYPE
                   TO LDG-ENTRY-TYPE-WS(NUM-OF-LEDGER-ENTRIES)
               MOVE WS-POST-REFERENCE
                   TO LDG-REFERENCE-WS(NUM-OF-LEDGER-ENTRIES)
               MOVE WS-POST-DATE
                   TO LDG-POST-DATE-WS(NUM-OF-LEDGER-ENTRIES)
               MOVE WS-POST-DUE-DATE
                   TO LDG-DUE-DATE-WS(NUM-OF-LEDGER-ENTRIES)
               MOVE WS-POST-AMOUNT
                   TO LDG-AMOUNT-WS(NUM-OF-LEDGER-ENTRIES)
               ADD 1 TO WS-ENTRIES-POSTED
               EVALUATE WS-POST-ENTRY-TYPE
                   WHEN "DR" ADD 1 TO WS-CHARGES-POSTED
                   WHEN "CR" ADD 1 TO WS-CREDITS-POSTED
                   WHEN "PY" ADD 1 TO WS-PAYMENTS-POSTED
               END-EVALUATE
           END-IF.

       320-FIND-DEMOGRAPHIC-ENTRY.
           MOVE "N" TO DEMO-FOUND-FLAG.
           MOVE ZERO TO MATCHED-DEMO-SUB.
           PERFORM 331-MATCH-DEMOGRAPHIC-ENTRY
               VARYING DEMO-SUB FROM 1 BY 1
                   UNTIL DEMO-SUB > NUM-OF-DEMO-STUDENTS
                      OR DEMO-FOUND-FLAG = "Y".

       321-OPEN-STUDENT-ACCOUNT.
           MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT-NUMBER.
           MOVE ZERO TO WS-STU-DEBITS WS-STU-CREDITS
               WS-STU-NOT-YET-DUE WS-TERM-CHARGES WS-TERM-CREDITS
               WS-TERM-PAYMENTS.
           MOVE ZERO TO WS-AGE-BUCKET(1) WS-AGE-BUCKET(2)
               WS-AGE-BUCKET(3) WS-AGE-BUCKET(4).
           MOVE "N" TO STATEMENT-STARTED-SW.
           MOVE SPACES TO WS-HOLD-ACTION.
           MOVE SORT-STUDENT-NUMBER TO WS-POST-STUDENT-NUMBER.
           PERFORM 320-FIND-DEMOGRAPHIC-ENTRY.
           MOVE SORT-STUDENT-NUMBER TO STH-STUDENT-NUMBER.
           IF DEMO-FOUND-FLAG = "Y"
               MOVE DEMO-STUDENT-NAME-WS(MATCHED-DEMO-SUB)
                   TO STH-STUDENT-NAME
               MOVE DEMO-ADDRESS-WS(MATCHED-DEMO-SUB) TO STH-ADDRESS
           ELSE
               MOVE "NOT ON DEMOGRAPHICS" TO STH-STUDENT-NAME
               MOVE SPACES TO STH-ADDRESS
           END-IF.
           MOVE STH-STUDENT-NAME TO AGD-STUDENT-NAME.

       322-AGE-CHARGE.
           IF SORT-DUE-DATE NUMERIC AND SORT-DUE-DATE > ZERO
               MOVE SORT-DUE-DATE TO WS-SERIAL-DATE
           ELSE
               MOVE SORT-POST-DATE TO WS-SERIAL-DATE
           END-IF.
           PERFORM 311-COMPUTE-DAY-SERIAL.
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-SERIAL - WS-DAY-SERIAL.
           IF WS-DAYS-PAST-DUE NOT > ZERO
               ADD SORT-AMOUNT TO WS-STU-NOT-YET-DUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   ADD SORT-AMOUNT TO WS-AGE-BUCKET(1)
               WHEN WS-DAYS-PAST-DUE < 60
                   ADD SORT-AMOUNT TO WS-AGE-BUCKET(2)
               WHEN WS-DAYS-PAST-DUE < 90
                   ADD SORT-AMOUNT TO WS-AGE-BUCKET(3)
               WHEN OTHER
                   ADD SORT-AMOUNT TO WS-AGE-BUCKET(4)
           END-EVALUATE.

       323-PRINT-STATEMENT-DETAIL.
           IF STATEMENT-STARTED-SW NOT = "Y"
               PERFORM 332-PRINT-STATEMENT-HEADER
           END-IF.
           MOVE SORT-POST-DATE TO STD-POST-DATE.
           MOVE SORT-REFERENCE TO STD-REFERENCE.
           EVALUATE SORT-ENTRY-TYPE
               WHEN "DR"
                   MOVE "CHARGE" TO STD-DESCRIPTION
                   MOVE SORT-AMOUNT TO STD-AMOUNT
                   ADD SORT-AMOUNT TO WS-TERM-CHARGES
               WHEN "CR"
                   MOVE "CREDIT" TO STD-DESCRIPTION
                   COMPUTE STD-AMOUNT = ZERO - SORT-AMOUNT
                   ADD SORT-AMOUNT TO WS-TERM-CREDITS
               WHEN OTHER
                   MOVE "PAYMENT" TO STD-DESCRIPTION
                   COMPUTE STD-AMOUNT = ZERO - SORT-AMOUNT
                   ADD SORT-AMOUNT TO WS-TERM-PAYMENTS
           END-EVALUATE.
           WRITE STATEMENT-RECORD FROM STATEMENT-DETAIL.

       324-APPLY-CREDIT-TO-BUCKET.
           IF WS-CREDIT-REMAINING > ZERO
               IF WS-CREDIT-REMAINING > WS-AGE-BUCKET(AGE-SUB)
                   SUBTRACT WS-AGE-BUCKET(AGE-SUB)
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-AGE-BUCKET(AGE-SUB)
               ELSE
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-AGE-BUCKET(AGE-SUB)
                   MOVE ZERO TO WS-CREDIT-REMAINING
               END-IF
           END-IF.

       325-PRINT-STATEMENT-TOTALS.
           IF STATEMENT-STARTED-SW NOT = "Y"
               PERFORM 332-PRINT-STATEMENT-HEADER
           END-IF.
           COMPUTE WS-PRIOR-BALANCE = WS-STU-BALANCE
               - WS-TERM-CHARGES + WS-TERM-CREDITS + WS-TERM-PAYMENTS.
           MOVE "PRIOR BALANCE" TO STT-LABEL.
           MOVE WS-PRIOR-BALANCE TO STT-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-TOTAL-LINE.
           MOVE "TERM CHARGES" TO STT-LABEL.
           MOVE WS-TERM-CHARGES TO STT-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-TOTAL-LINE.
           MOVE "TERM CREDITS" TO STT-LABEL.
           COMPUTE STT-AMOUNT = ZERO - WS-TERM-CREDITS.
           WRITE STATEMENT-RECORD FROM STATEMENT-TOTAL-LINE.
           MOVE "TERM PAYMENTS" TO STT-LABEL.
           COMPUTE STT-AMOUNT = ZERO - WS-TERM-PAYMENTS.
           WRITE STATEMENT-RECORD FROM STATEMENT-TOTAL-LINE.
           MOVE "BALANCE DUE" TO STT-LABEL.
           MOVE WS-STU-BALANCE TO STT-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       326-EVALUATE-FINANCE-HOLD.
           MOVE ZERO TO MATCHED-STANDING-SUB.
           PERFORM 333-MATCH-STANDING-ENTRY
               VARYING STANDING-SUB FROM 1 BY 1
                   UNTIL STANDING-SUB > NUM-OF-STANDINGS
                      OR MATCHED-STANDING-SUB > ZERO.
           IF WS-STU-PAST-DUE > WS-HOLD-THRESHOLD
               IF MATCHED-STANDING-SUB = ZERO
                   IF NUM-OF-STANDINGS < 2000
                       ADD 1 TO NUM-OF-STANDINGS
                       MOVE NUM-OF-STANDINGS TO MATCHED-STANDING-SUB
                       MOVE WS-PREV-STUDENT-NUMBER
                           TO STND-STUDENT-NUMBER-WS
                               (MATCHED-STANDING-SUB)
                       MOVE SPACES
                           TO STND-STANDING-CODE-WS
                               (MATCHED-STANDING-SUB)
                       MOVE WS-STATEMENT-TERM-CODE
                           TO STND-EFFECTIVE-TERM-WS
                               (MATCHED-STANDING-SUB)
                       MOVE "N"
                           TO STND-HOLD-FLAG-WS(MATCHED-STANDING-SUB)
                   ELSE
                       DISPLAY "STANDING TABLE FULL - HOLD NOT SET "
                           WS-PREV-STUDENT-NUMBER
                   END-IF
               END-IF
               IF MATCHED-STANDING-SUB > ZERO
                   IF NOT STND-ANY-HOLD(MATCHED-STANDING-SUB)
                       MOVE "F"
                           TO STND-HOLD-FLAG-WS(MATCHED-STANDING-SUB)
                       MOVE "HOLD SET" TO WS-HOLD-ACTION
                       ADD 1 TO WS-HOLDS-SET
                   ELSE
                       MOVE "HOLD IN PLACE" TO WS-HOLD-ACTION
                   END-IF
               END-IF
           ELSE
               IF WS-STU-BALANCE NOT > ZERO
                       AND MATCHED-STANDING-SUB > ZERO
                   IF STND-FINANCE-HOLD(MATCHED-STANDING-SUB)
                       MOVE "N"
                           TO STND-HOLD-FLAG-WS(MATCHED-STANDING-SUB)
                       MOVE "HOLD RELEASED" TO WS-HOLD-ACTION
                       ADD 1 TO WS-HOLDS-RELEASED
                   END-IF
               END-IF
           END-IF.

       327-WRITE-AGING-TRAILER.
           MOVE WS-TOTAL-BUCKET(1) TO AGT-BUCKET(1).
           MOVE WS-TOTAL-BUCKET(2) TO AGT-BUCKET(2).
           MOVE WS-TOTAL-BUCKET(3) TO AGT-BUCKET(3).
           MOVE WS-TOTAL-BUCKET(4) TO AGT-BUCKET(4).
           MOVE WS-TOTAL-BALANCE TO AGT-BALANCE.
           WRITE AGING-REPORT-RECORD FROM AGING-TRAILER.
           MOVE WS-AGED-STUDENTS TO AGT-STUDENTS.
           MOVE WS-HOLDS-SET TO AGT-HOLDS-SET.
           MOVE WS-HOLDS-RELEASED TO AGT-HOLDS-RELEASED.
           WRITE AGING-REPORT-RECORD FROM AGING-TRAILER-2.

       328-REWRITE-STANDING-FILE.
           OPEN OUTPUT STANDING-FILE.
           PERFORM 334-WRITE-STANDING-RECORD
               VARYING STANDING-SUB FROM 1 BY 1
                   UNTIL STANDING-SUB > NUM-OF-STANDINGS.
           CLOSE STANDING-FILE.

       329-MATCH-TERM-ENTRY.
           IF WS-CHECK-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-FOUND-TERM-START
           END-IF.

       330-MATCH-LEDGER-ENTRY.
           IF WS-POST-STUDENT-NUMBER = LDG-STUDENT-NUMBER-WS(LEDGER-SUB)
                   AND WS-POST-ENTRY-TYPE
                       = LDG-ENTRY-TYPE-WS(LEDGER-SUB)
                   AND WS-POST-REFERENCE = LDG-REFERENCE-WS(LEDGER-SUB)
                   AND WS-POST-TERM-CODE = LDG-TERM-CODE-WS(LEDGER-SUB)
               MOVE "Y" TO LEDGER-FOUND-FLAG
           END-IF.

       331-MATCH-DEMOGRAPHIC-ENTRY.
           IF WS-POST-STUDENT-NUMBER = DEMO-STUDENT-NUMBER-WS(DEMO-SUB)
               MOVE "Y" TO DEMO-FOUND-FLAG
               MOVE DEMO-SUB TO MATCHED-DEMO-SUB
           END-IF.

       332-PRINT-STATEMENT-HEADER.
           MOVE "Y" TO STATEMENT-STARTED-SW.
           WRITE STATEMENT-RECORD FROM STATEMENT-HEADER-1.
           WRITE STATEMENT-RECORD FROM STATEMENT-HEADER-2.
           ADD 1 TO WS-STATEMENT-COUNT.

       333-MATCH-STANDING-ENTRY.
           IF WS-PREV-STUDENT-NUMBER =
                   STND-STUDENT-NUMBER-WS(STANDING-SUB)
               MOVE STANDING-SUB TO MATCHED-STANDING-SUB
           END-IF.

       334-WRITE-STANDING-RECORD.
           MOVE STND-STUDENT-NUMBER-WS(STANDING-SUB)
               TO STND-STUDENT-NUMBER-IN-FILE.
           MOVE STND-STANDING-CODE-WS(STANDING-SUB)
               TO STND-STANDING-CODE-IN-FILE.
           MOVE STND-EFFECTIVE-TERM-WS(STANDING-SUB)
               TO STND-EFFECTIVE-TERM-IN-FILE.
           MOVE STND-HOLD-FLAG-WS(STANDING-SUB)
               TO STND-HOLD-FLAG-IN-FILE.
           WRITE STANDING-RECORD-IN.

       335-VERIFY-INTERFACE-FILE.
           PERFORM 342-LOAD-SEQUENCE-CONTROL.
           OPEN INPUT BILLING-DETAIL-FILE.
           PERFORM 336-VERIFY-INTERFACE-RECORD
               UNTIL INTERFACE-EOF-FLAG = "Y".
           CLOSE BILLING-DETAIL-FILE.
           IF NUM-OF-SEGMENTS = ZERO
                   AND WS-INTERFACE-RECORDS-READ > ZERO
               MOVE "NO INTERFACE HEADER" TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           PERFORM 351-VERIFY-CREDIT-FILE.
           IF INTERFACE-ACCEPTED
               MOVE "INTERFACE ACCEPTED - " TO IFE-EVENT-TEXT
               PERFORM 340-AUDIT-ACCEPTED-SEGMENT
                   VARYING SEGMENT-SUB FROM 1 BY 1
                       UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS
           ELSE
               MOVE "INTERFACE REJECTED - " TO IFE-EVENT-TEXT
               MOVE WS-INTERFACE-REASON TO IFE-EVENT-DETAIL
               PERFORM 341-WRITE-INTERFACE-AUDIT
           END-IF.

       336-VERIFY-INTERFACE-RECORD.
           READ BILLING-DETAIL-FILE
               AT END MOVE "Y" TO INTERFACE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-INTERFACE-RECORDS-READ
                   EVALUATE BILL-RECORD-CODE
                       WHEN "H"
                           IF NUM-OF-SEGMENTS > ZERO
                               MOVE "MORE THAN ONE INTERFACE HEADER"
                                   TO WS-INTERFACE-REASON
                               PERFORM 339-REJECT-INTERFACE
                           END-IF
                           MOVE BILLING-CONTROL-RECORD
                               TO INTERFACE-HEADER-STRUCTURE
                           PERFORM 337-VERIFY-INTERFACE-HEADER
                       WHEN "T"
                           MOVE BILLING-CONTROL-RECORD
                               TO INTERFACE-TRAILER-STRUCTURE
                           PERFORM 338-VERIFY-INTERFACE-TRAILER
                       WHEN OTHER
                           IF NOT INTERFACE-HEADER-SEEN
                                   OR INTERFACE-TRAILER-SEEN
                               MOVE "DETAIL OUTSIDE HEADER/TRAILER"
                                   TO WS-INTERFACE-REASON
                               PERFORM 339-REJECT-INTERFACE
                           END-IF
                           ADD 1 TO WS-INTERFACE-COUNT
                           IF BILL-STUDENT-NUMBER NUMERIC
                               ADD BILL-STUDENT-NUMBER
                                   TO WS-INTERFACE-STUDENT-HASH
                           END-IF
                           IF BILL-FEE NUMERIC
                               ADD BILL-FEE TO WS-INTERFACE-AMOUNT-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       337-VERIFY-INTERFACE-HEADER.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-HEADER-SW.
           MOVE "N" TO INTERFACE-TRAILER-SW.
           MOVE ZERO TO WS-INTERFACE-COUNT.
           MOVE ZERO TO WS-INTERFACE-STUDENT-HASH.
           MOVE ZERO TO WS-INTERFACE-AMOUNT-HASH.
           IF NUM-OF-SEGMENTS < 100
               ADD 1 TO NUM-OF-SEGMENTS
           END-IF.
           MOVE IFH-PROGRAM-NAME
               TO SEG-SOURCE-PROGRAM-WS(NUM-OF-SEGMENTS).
           MOVE IFH-SEQUENCE-NUMBER
               TO SEG-SEQUENCE-NUMBER-WS(NUM-OF-SEGMENTS).
           MOVE NUM-OF-SEGMENTS TO SEGMENT-SUB.
           PERFORM 343-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 345-ADD-SEQUENCE-ENTRY
           END-IF.
           IF MATCHED-SEQUENCE-SUB > ZERO
               IF IFH-SEQUENCE-NUMBER NOT >
                       SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
                   MOVE "SEQUENCE ALREADY CONSUMED"
                       TO WS-INTERFACE-REASON
                   PERFORM 339-REJECT-INTERFACE
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
               END-IF
           END-IF.

       338-VERIFY-INTERFACE-TRAILER.
           IF NOT INTERFACE-HEADER-SEEN OR INTERFACE-TRAILER-SEEN
               MOVE "TRAILER WITHOUT HEADER" TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-TRAILER-SW.
           IF WS-INTERFACE-COUNT NOT = IFT-RECORD-COUNT
               MOVE "TRAILER RECORD COUNT MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-STUDENT-HASH NOT = IFT-STUDENT-HASH
               MOVE "TRAILER STUDENT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-AMOUNT-HASH NOT = IFT-AMOUNT-HASH
               MOVE "TRAILER AMOUNT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.

       339-REJECT-INTERFACE.
           MOVE "N" TO INTERFACE-STATUS-SW.
           DISPLAY "INTERFACE REJECTED - " WS-INTERFACE-REASON.

       340-AUDIT-ACCEPTED-SEGMENT.
           MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               TO IFE-SOURCE-PROGRAM.
           MOVE " SEQ " TO IFE-SEQUENCE-LABEL.
           MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
               TO IFE-SEQUENCE-NUMBER.
           PERFORM 341-WRITE-INTERFACE-AUDIT.

       341-WRITE-INTERFACE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE INTERFACE-EVENT-WS TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       342-LOAD-SEQUENCE-CONTROL.
           MOVE ZERO TO NUM-OF-SEQUENCES.
           MOVE "N" TO SEQUENCE-EOF-FLAG.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 346-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.

       343-FIND-SEGMENT-SOURCE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 347-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.

       344-RECORD-INTERFACE-CONSUMED.
           PERFORM 342-LOAD-SEQUENCE-CONTROL.
           PERFORM 349-CONSUME-SEGMENT
               VARYING SEGMENT-SUB FROM 1 BY 1
                   UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           PERFORM 348-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       345-ADD-SEQUENCE-ENTRY.
           IF NUM-OF-SEQUENCES < 200
               ADD 1 TO NUM-OF-SEQUENCES
               MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB
               MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
                   TO SEQ-SOURCE-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
               MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
                   TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO
                   TO SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE SPACES
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           ELSE
               MOVE "SEQUENCE CONTROL TABLE FULL"
                   TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.

       346-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       347-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) =
                   SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       348-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       349-CONSUME-SEGMENT.
           PERFORM 343-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 345-ADD-SEQUENCE-ENTRY
           END-IF.
           IF MATCHED-SEQUENCE-SUB > ZERO
                   AND SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB) >
                       SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               ACCEPT SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
                   FROM DATE YYYYMMDD
               MOVE AUDIT-PROGRAM-NAME
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           END-IF.

       350-ABANDON-LEDGER-JOB.
           IF LEDGER-OVERFLOW-FLAG = "Y"
               DISPLAY "AR LEDGER TABLE OVERFLOW - NOTHING POSTED, "
                   "LEDGER NOT REWRITTEN"
           END-IF.
           IF STANDING-OVERFLOW-FLAG = "Y"
               DISPLAY "STANDING TABLE OVERFLOW - NOTHING POSTED, "
                   "STANDING NOT REWRITTEN"
           END-IF.
           PERFORM 309-WRITE-AUDIT-LOG.
           CLOSE BILLING-DETAIL-FILE BILLING-CREDIT-FILE PAYMENT-FILE
               STATEMENT-FILE AGING-REPORT SUSPENSE-LISTING
               AUDIT-LOG-FILE.
           MOVE 8 TO RETURN-CODE.

       351-VERIFY-CREDIT-FILE.
           MOVE "N" TO INTERFACE-EOF-FLAG.
           MOVE "N" TO INTERFACE-HEADER-SW.
           MOVE "N" TO INTERFACE-TRAILER-SW.
           MOVE ZERO TO WS-INTERFACE-RECORDS-READ.
           OPEN INPUT BILLING-CREDIT-FILE.
           PERFORM 352-VERIFY-CREDIT-RECORD
               UNTIL INTERFACE-EOF-FLAG = "Y".
           CLOSE BILLING-CREDIT-FILE.
           IF NOT INTERFACE-HEADER-SEEN
                   AND WS-INTERFACE-RECORDS-READ > ZERO
               MOVE "NO CREDIT INTERFACE HEADER"
                   TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO CREDIT INTERFACE TRAILER"
                   TO WS-INTERFACE-REASON
               PERFORM 339-REJECT-INTERFACE
           END-IF.

       352-VERIFY-CREDIT-RECORD.
           READ BILLING-CREDIT-FILE
               AT END MOVE "Y" TO INTERFACE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-INTERFACE-RECORDS-READ
                   EVALUATE CRED-RECORD-CODE
                       WHEN "H"
                           MOVE CREDIT-CONTROL-RECORD
                               TO INTERFACE-HEADER-STRUCTURE
                           PERFORM 337-VERIFY-INTERFACE-HEADER
                       WHEN "T"
                           MOVE CREDIT-CONTROL-RECORD
                               TO INTERFACE-TRAILER-STRUCTURE
                           PERFORM 338-VERIFY-INTERFACE-TRAILER
                       WHEN OTHER
                           IF NOT INTERFACE-HEADER-SEEN
                                   OR INTERFACE-TRAILER-SEEN
                               MOVE "CREDIT OUTSIDE HEADER/TRAILER"
                                   TO WS-INTERFACE-REASON
                               PERFORM 339-REJECT-INTERFACE
                           END-IF
                           ADD 1 TO WS-INTERFACE-COUNT
                           IF CRED-STUDENT-NUMBER NUMERIC
                               ADD CRED-STUDENT-NUMBER
                                   TO WS-INTERFACE-STUDENT-HASH
                           END-IF
                           IF CRED-FEE NUMERIC
                               ADD CRED-FEE TO WS-INTERFACE-AMOUNT-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       353-CLEAR-CREDIT-FILE.
           OPEN OUTPUT BILLING-CREDIT-FILE.
           CLOSE BILLING-CREDIT-FILE.
