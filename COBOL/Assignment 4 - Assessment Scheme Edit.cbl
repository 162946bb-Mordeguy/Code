      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EDIT-ASSESSMENT-SCHEMES.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SCHEME-LISTING
         ASSIGN TO WS-LISTING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-LISTING
         ASSIGN TO WS-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD ASSESSMENT-SCHEME-FILE.
       01 ASSESSMENT-SCHEME-RECORD.
           05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASMT-TERM-CODE-IN-FILE PIC X(6).
           05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
               10 ASMT-WEIGHT-IN-FILE PIC 9(3).
               10 ASMT-DESC-IN-FILE PIC X(15).

       FD COURSE-FILE.
       01 COURSE-RECORD-IN.
           05 COURSE-NUMBER-IN-FILE PIC X(7).
           05 COURSE-NAME-IN-FILE PIC X(10).
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD SCHEME-LISTING.
       01 SCHEME-LISTING-RECORD PIC X(80).

       FD EXCEPTION-LISTING.
       01 EXCEPTION-LISTING-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-LISTING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTLIST.TXT".
           05 WS-EXCEPTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTEXC.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "EDIT-ASMT-SCHEMES".
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
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 TERM-FOUND-FLAG PIC X(1) VALUE "N".
           05 DUPLICATE-FLAG PIC X(1) VALUE "N".

       01 EDIT-SWITCHES.
           05 VALID-RECORD-SW PIC X(1) VALUE "Y".
               88 RECORD-IS-VALID VALUE "Y".
               88 RECORD-IS-INVALID VALUE "N".

       01 COUNTERS.
           05 WS-SCHEMES-READ PIC 9(7) VALUE ZERO.
           05 ACCEPT-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 WEIGHT-EDIT-WS.
           05 SLOT-SUB PIC 9(1).
           05 WS-WEIGHT-TOTAL PIC 9(4) VALUE ZERO.
           05 WEIGHT-NUMERIC-SW PIC X(1) VALUE "Y".

       01 VAR-RANGE.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(3).

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-CREDITS-WS PIC 9(2).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).
               10 TERM-END-WS PIC 9(8).
               10 TERM-CURRENT-WS PIC X(1).

       01 ACCEPTED-KEY-TABLE-WS.
           05 NUM-OF-ACCEPTED-KEYS PIC 9(3) VALUE ZERO.
           05 KEY-SUB PIC 9(3).
           05 ACCEPTED-KEY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-ACCEPTED-KEYS.
               10 ACCEPTED-COURSE-WS PIC X(7).
               10 ACCEPTED-TERM-WS PIC X(6).

       01 LISTING-HEADER.
           05 FILLER PIC X(25)
                   VALUE "ASSESSMENT SCHEME LISTING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-HDR-DATE PIC 9(8).

       01 LISTING-SCHEME-LINE.
           05 LST-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-TERM-NOTE PIC X(15).

       01 LISTING-SLOT-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "MARK ".
           05 LST-SLOT-NUMBER PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-SLOT-DESC PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-SLOT-WEIGHT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".

       01 EXCEPTION-HEADER.
           05 FILLER PIC X(35)
                   VALUE "ASSESSMENT SCHEME EXCEPTION LISTING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-HDR-DATE PIC 9(8).

       01 EXCEPTION-RECORD-STRUCTURE.
           05 EXC-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "TOTAL: ".
           05 EXC-WEIGHT-TOTAL PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON PIC X(25).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-EDIT-ASSESSMENT-SCHEMES.
           PERFORM 201-INITIATE-SCHEME-EDIT.
           PERFORM 202-PROCESS-SCHEME-RECORD UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-SCHEME-EDIT.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-SCHEME-EDIT.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT ASSESSMENT-SCHEME-FILE COURSE-FILE
                      TERM-CALENDAR-FILE.
           OPEN OUTPUT SCHEME-LISTING EXCEPTION-LISTING.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 310-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           PERFORM 311-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           ACCEPT LST-HDR-DATE FROM DATE YYYYMMDD.
           MOVE LST-HDR-DATE TO EXC-HDR-DATE.
           WRITE SCHEME-LISTING-RECORD FROM LISTING-HEADER.
           WRITE EXCEPTION-LISTING-RECORD FROM EXCEPTION-HEADER.
           PERFORM 302-READ-SCHEME-RECORD.

       202-PROCESS-SCHEME-RECORD.
           PERFORM 303-EDIT-SCHEME-RECORD.
           IF RECORD-IS-VALID
               PERFORM 304-LIST-ACCEPTED-SCHEME
           ELSE
               PERFORM 307-WRITE-EXCEPTION-RECORD
           END-IF.
           PERFORM 302-READ-SCHEME-RECORD.

       203-TERMINATE-SCHEME-EDIT.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "ASSESSMENT SCHEME EDIT COMPLETE".
           DISPLAY "  READ    : " WS-SCHEMES-READ.
           DISPLAY "  ACCEPTED: " ACCEPT-COUNT.
           DISPLAY "  REJECTED: " REJECT-COUNT.
           CLOSE ASSESSMENT-SCHEME-FILE SCHEME-LISTING
               EXCEPTION-LISTING AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-SCHEMES-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       302-READ-SCHEME-RECORD.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-SCHEMES-READ
           END-READ.

       303-EDIT-SCHEME-RECORD.
           MOVE "Y" TO VALID-RECORD-SW.
           MOVE SPACES TO EXC-REASON.
           PERFORM 305-TOTAL-SCHEME-WEIGHTS.
           IF WEIGHT-NUMERIC-SW NOT = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "NON-NUMERIC WEIGHT" TO EXC-REASON
           ELSE
               IF WS-WEIGHT-TOTAL NOT = 100
                   MOVE "N" TO VALID-RECORD-SW
                   MOVE "WEIGHTS DO NOT TOTAL 100" TO EXC-REASON
               ELSE
                   PERFORM 312-VALIDATE-COURSE-NUMBER
                   IF RECORD-IS-VALID
                           AND ASMT-TERM-CODE-IN-FILE NOT = SPACES
                       PERFORM 313-VALIDATE-TERM-CODE
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM 314-CHECK-DUPLICATE-SCHEME
                   END-IF
               END-IF
           END-IF.

       304-LIST-ACCEPTED-SCHEME.
           IF NUM-OF-ACCEPTED-KEYS < 500
               ADD 1 TO NUM-OF-ACCEPTED-KEYS
               MOVE ASMT-COURSE-NUMBER-IN-FILE
                   TO ACCEPTED-COURSE-WS(NUM-OF-ACCEPTED-KEYS)
               MOVE ASMT-TERM-CODE-IN-FILE
                   TO ACCEPTED-TERM-WS(NUM-OF-ACCEPTED-KEYS)
           END-IF.
           MOVE ASMT-COURSE-NUMBER-IN-FILE TO LST-COURSE-NUMBER.
           MOVE ASMT-TERM-CODE-IN-FILE TO LST-TERM-CODE.
           IF ASMT-TERM-CODE-IN-FILE = SPACES
               MOVE "ALL TERMS" TO LST-TERM-NOTE
           ELSE
               MOVE SPACES TO LST-TERM-NOTE
           END-IF.
           WRITE SCHEME-LISTING-RECORD FROM LISTING-SCHEME-LINE.
           PERFORM 306-LIST-SCHEME-SLOT
               VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4.
           ADD 1 TO ACCEPT-COUNT.

       305-TOTAL-SCHEME-WEIGHTS.
           MOVE "Y" TO WEIGHT-NUMERIC-SW.
           MOVE ZERO TO WS-WEIGHT-TOTAL.
           PERFORM 315-ADD-SLOT-WEIGHT
               VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4.

       306-LIST-SCHEME-SLOT.
           MOVE SLOT-SUB TO LST-SLOT-NUMBER.
           MOVE ASMT-DESC-IN-FILE(SLOT-SUB) TO LST-SLOT-DESC.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB) TO LST-SLOT-WEIGHT.
           WRITE SCHEME-LISTING-RECORD FROM LISTING-SLOT-LINE.

       307-WRITE-EXCEPTION-RECORD.
           MOVE ASMT-COURSE-NUMBER-IN-FILE TO EXC-COURSE-NUMBER.
           MOVE ASMT-TERM-CODE-IN-FILE TO EXC-TERM-CODE.
           MOVE WS-WEIGHT-TOTAL TO EXC-WEIGHT-TOTAL.
           WRITE EXCEPTION-LISTING-RECORD
               FROM EXCEPTION-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-LISTING-FILE-NAME FROM SYSIN
               ACCEPT WS-EXCEPTION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-SCHEME-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-SCHEMES-READ TO AUDIT-RECORDS-READ.
           MOVE ACCEPT-COUNT TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-COURSE-TABLE.
           READ COURSE-FILE
             AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                 IF NUM-OF-COURSES > ZERO
                     AND COURSE-NUMBER-IN-FILE =
                         COURSE-NUMBER-WS(NUM-OF-COURSES)
                     CONTINUE
                 ELSE
                     IF NUM-OF-COURSES < 500
                         ADD 1 TO NUM-OF-COURSES
                         MOVE COURSE-RECORD-IN
                             TO COURSE-TABLE(NUM-OF-COURSES)
                     END-IF
                 END-IF
           END-READ.

       311-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                       MOVE TERM-END-IN-FILE
                           TO TERM-END-WS(NUM-OF-TERMS)
                       MOVE TERM-CURRENT-IN-FILE
                           TO TERM-CURRENT-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       312-VALIDATE-COURSE-NUMBER.
           MOVE "N" TO FOUND-FLAG.
           PERFORM 316-FIND-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES
                      OR FOUND-FLAG = "Y".
           IF FOUND-FLAG NOT = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "INVALID COURSE NUMBER" TO EXC-REASON
           END-IF.

       313-VALIDATE-TERM-CODE.
           MOVE "N" TO TERM-FOUND-FLAG.
           PERFORM 317-FIND-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR TERM-FOUND-FLAG = "Y".
           IF TERM-FOUND-FLAG NOT = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "INVALID TERM CODE" TO EXC-REASON
           END-IF.

       314-CHECK-DUPLICATE-SCHEME.
           MOVE "N" TO DUPLICATE-FLAG.
           PERFORM 318-MATCH-ACCEPTED-KEY
               VARYING KEY-SUB FROM 1 BY 1
                   UNTIL KEY-SUB > NUM-OF-ACCEPTED-KEYS
                      OR DUPLICATE-FLAG = "Y".
           IF DUPLICATE-FLAG = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "DUPLICATE COURSE/TERM" TO EXC-REASON
           END-IF.

       315-ADD-SLOT-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB) TO WS-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO WEIGHT-NUMERIC-SW
           END-IF.

       316-FIND-COURSE-ENTRY.
           IF ASMT-COURSE-NUMBER-IN-FILE = COURSE-NUMBER-WS(COURSE-SUB)
               MOVE "Y" TO FOUND-FLAG
           END-IF.

       317-FIND-TERM-ENTRY.
           IF ASMT-TERM-CODE-IN-FILE = TERM-CODE-WS(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-FLAG
           END-IF.

       318-MATCH-ACCEPTED-KEY.
           IF ASMT-COURSE-NUMBER-IN-FILE = ACCEPTED-COURSE-WS(KEY-SUB)
                   AND ASMT-TERM-CODE-IN-FILE
                       = ACCEPTED-TERM-WS(KEY-SUB)
               MOVE "Y" TO DUPLICATE-FLAG
           END-IF.
