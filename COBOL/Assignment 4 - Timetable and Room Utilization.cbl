      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-TIMETABLE-ROOMS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT OPTIONAL MEETING-FILE
         ASSIGN TO WS-MEETING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ROOM-FILE
         ASSIGN TO WS-ROOM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TIMETABLE-REPORT
         ASSIGN TO WS-TIMETABLE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ROOM-UTILIZATION-REPORT
         ASSIGN TO WS-ROOM-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 STUDENT-INDEX-KEY.
               10 STUDENT-NUMBER-INDEX PIC 9(9).
               10 COURSE-NUMBER-INDEX PIC X(7).
               10 TERM-CODE-INDEX PIC X(6).
           05 STUDENT-NAME-INDEX PIC X(20).
           05 PROGRAM-NUMBER-INDEX PIC X(3).
           05 SECTION-NUMBER-INDEX PIC X(3).
           05 COURSE-NAME-INDEX PIC X(10).
           05 MARK-1-INDEX PIC 9(3).
           05 MARK-2-INDEX PIC 9(3).
           05 MARK-3-INDEX PIC 9(3).
           05 MARK-4-INDEX PIC 9(3).
           05 FINAL-GRADE-INDEX PIC X(1).
           05 FINALIZED-STATUS-INDEX PIC X(1).
               88 RECORD-FINALIZED VALUE "F".
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD MEETING-FILE.
       01 MEETING-RECORD-IN.
           05 MEET-COURSE-NUMBER-IN-FILE PIC X(7).
           05 MEET-SECTION-NUMBER-IN-FILE PIC X(3).
           05 MEET-TERM-CODE-IN-FILE PIC X(6).
           05 MEET-SEQUENCE-IN-FILE PIC 9(1).
           05 MEET-DAYS-IN-FILE PIC X(7).
           05 MEET-START-TIME-IN-FILE PIC 9(4).
           05 MEET-END-TIME-IN-FILE PIC 9(4).
           05 MEET-ROOM-IN-FILE PIC X(6).

       FD ROOM-FILE.
       01 ROOM-RECORD-IN.
           05 ROOM-ID-IN-FILE PIC X(6).
           05 ROOM-DESCRIPTION-IN-FILE PIC X(20).
           05 ROOM-SEATS-IN-FILE PIC 9(3).

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

       FD TIMETABLE-REPORT.
       01 TIMETABLE-REPORT-RECORD PIC X(80).

       FD ROOM-UTILIZATION-REPORT.
       01 ROOM-REPORT-RECORD PIC X(80).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-MEETING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MEETPATT.TXT".
           05 WS-ROOM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ROOMFILE.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-TIMETABLE-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUTMTBL.TXT".
           05 WS-ROOM-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ROOMUTIL.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-REPORT-TERM-CODE PIC X(6) VALUE SPACES.
               88 ALL-TERMS-REQUESTED VALUE SPACES.
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-TIMETABLE-RMS".
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
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 MEETING-EOF-FLAG PIC X(1) VALUE "N".
           05 ROOM-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 MEETING-FOUND-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-LINES-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-STUDENTS-LISTED PIC 9(5) VALUE ZERO.
           05 WS-ROOMS-LISTED PIC 9(5) VALUE ZERO.
           05 WS-SEAT-EXCEPTIONS PIC 9(5) VALUE ZERO.
           05 WS-ROOM-MEETINGS PIC 9(5) VALUE ZERO.
           05 WS-ROOM-MINUTES PIC 9(7) VALUE ZERO.
           05 WS-MEETING-MINUTES PIC 9(5) VALUE ZERO.
           05 WS-DAYS-MET PIC 9(1) VALUE ZERO.
           05 WS-ROOM-HOURS PIC 9(5)V99 VALUE ZERO.
           05 WS-FILL-PERCENT PIC 9(5) VALUE ZERO.

       01 TIME-WORK-WS.
           05 WS-WORK-TIME PIC 9(4) VALUE ZERO.
           05 WS-WORK-TIME-PARTS REDEFINES WS-WORK-TIME.
               10 WS-WORK-HH PIC 9(2).
               10 WS-WORK-MM PIC 9(2).
           05 WS-START-MINUTES PIC 9(4) VALUE ZERO.
           05 WS-END-MINUTES PIC 9(4) VALUE ZERO.

       01 STUDENT-BREAK-WS.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.

       01 VAR-RANGE.
           05 NUM-OF-ROOMS PIC 9(3) VALUE ZERO.
           05 ROOM-SUB PIC 9(3).
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 MATCHED-COURSE-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 DAY-SUB PIC 9(1).

       01 ROOMS-WS.
           05 ROOM-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-ROOMS.
               10 ROOM-ID-WS PIC X(6).
               10 ROOM-DESCRIPTION-WS PIC X(20).
               10 ROOM-SEATS-WS PIC 9(3).

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 MEETING-TABLE-WS.
           05 NUM-OF-MEETINGS PIC 9(4) VALUE ZERO.
           05 MEET-SUB PIC 9(4).
           05 MEETING-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-MEETINGS.
               10 MEET-COURSE-WS PIC X(7).
               10 MEET-SECTION-WS PIC X(3).
               10 MEET-TERM-WS PIC X(6).
               10 MEET-SEQ-WS PIC 9(1).
               10 MEET-DAYS-WS.
                   15 MEET-DAY-WS PIC X(1) OCCURS 7 TIMES.
               10 MEET-START-WS PIC 9(4).
               10 MEET-END-WS PIC 9(4).
               10 MEET-ROOM-WS PIC X(6).

       01 ENROLLMENT-COUNT-WS.
           05 NUM-OF-SECTIONS PIC 9(3) VALUE ZERO.
           05 SECTION-SUB PIC 9(3).
           05 MATCHED-SECTION-SUB PIC 9(3) VALUE ZERO.
           05 SECTION-COUNT-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-SECTIONS.
               10 SECT-COURSE-WS PIC X(7).
               10 SECT-SECTION-WS PIC X(3).
               10 SECT-TERM-WS PIC X(6).
               10 SECT-ENROLLED-WS PIC 9(4).

       01 TIMETABLE-TITLE-STRUCTURE.
           05 FILLER PIC X(20) VALUE "STUDENT TIMETABLE".
           05 FILLER PIC X(6) VALUE "TERM ".
           05 TTT-TERM-CODE PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 TTT-RUN-DATE PIC 9(8).

       01 TIMETABLE-STUDENT-STRUCTURE.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 TTS-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTS-STUDENT-NAME PIC X(20).

       01 TIMETABLE-COLUMN-HEADER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "COURSE".
           05 FILLER PIC X(4) VALUE "SEC".
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(8) VALUE "DAYS".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(4) VALUE "ROOM".

       01 TIMETABLE-DETAIL-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTD-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTD-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTD-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTD-DAYS PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTD-START-TIME PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 TTD-END-TIME PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTD-ROOM-ID PIC X(6).

       01 TIMETABLE-NO-MEETING-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTN-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTN-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTN-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "NO MEETING PATTERN".

       01 ROOM-TITLE-STRUCTURE.
           05 FILLER PIC X(26) VALUE "ROOM UTILIZATION REPORT".
           05 FILLER PIC X(6) VALUE "TERM ".
           05 RMT-TERM-CODE PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RMT-RUN-DATE PIC 9(8).

       01 ROOM-HEADER-STRUCTURE.
           05 FILLER PIC X(5) VALUE "ROOM ".
           05 RMH-ROOM-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMH-ROOM-DESCRIPTION PIC X(20).
           05 FILLER PIC X(8) VALUE "  SEATS ".
           05 RMH-ROOM-SEATS PIC ZZ9.

       01 ROOM-COLUMN-HEADER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(8) VALUE "COURSE".
           05 FILLER PIC X(4) VALUE "SEC".
           05 FILLER PIC X(8) VALUE "DAYS".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(5) VALUE "ENRL".
           05 FILLER PIC X(5) VALUE "CAP".
           05 FILLER PIC X(5) VALUE "FILL%".

       01 ROOM-DETAIL-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMD-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMD-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMD-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMD-DAYS PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMD-START-TIME PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 RMD-END-TIME PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMD-ENROLLED PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMD-CAPACITY PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMD-FILL-PERCENT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMD-EXCEPTION PIC X(18).

       01 ROOM-TRAILER-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MEETINGS: ".
           05 RMTLR-MEETINGS PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "   WEEKLY HOURS: ".
           05 RMTLR-HOURS PIC ZZZZ9.99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-TIMETABLE-ROOMS.
           PERFORM 201-INITIATE-TIMETABLE-JOB.
           PERFORM 202-PROCESS-INDEX-RECORD
               UNTIL INDEX-EOF-FLAG = "Y".
           PERFORM 205-PRINT-ROOM-UTILIZATION.
           PERFORM 203-TERMINATE-TIMETABLE-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-TIMETABLE-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT MEETING-FILE.
           PERFORM 310-LOAD-MEETING-TABLE
               UNTIL MEETING-EOF-FLAG = "Y".
           CLOSE MEETING-FILE.
           OPEN INPUT ROOM-FILE.
           PERFORM 311-LOAD-ROOM-TABLE UNTIL ROOM-EOF-FLAG = "Y".
           CLOSE ROOM-FILE.
           OPEN INPUT COURSE-FILE.
           PERFORM 312-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 321-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           OPEN INPUT STUDENT-FILE-INDEX.
           OPEN OUTPUT TIMETABLE-REPORT ROOM-UTILIZATION-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT TTT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TTT-RUN-DATE TO RMT-RUN-DATE.
           MOVE WS-REPORT-TERM-CODE TO TTT-TERM-CODE RMT-TERM-CODE.
           WRITE TIMETABLE-REPORT-RECORD
               FROM TIMETABLE-TITLE-STRUCTURE.
           PERFORM 301-READ-INDEX-RECORD.

       202-PROCESS-INDEX-RECORD.
           IF ALL-TERMS-REQUESTED
                   OR TERM-CODE-INDEX = WS-REPORT-TERM-CODE
               PERFORM 302-COUNT-SECTION-ENROLLMENT
               PERFORM 303-PRINT-TIMETABLE-ENTRY
           END-IF.
           PERFORM 301-READ-INDEX-RECORD.

       203-TERMINATE-TIMETABLE-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "TIMETABLE AND ROOM UTILIZATION COMPLETE".
           DISPLAY "  STUDENTS LISTED : " WS-STUDENTS-LISTED.
           DISPLAY "  ROOMS LISTED    : " WS-ROOMS-LISTED.
           DISPLAY "  SEAT EXCEPTIONS : " WS-SEAT-EXCEPTIONS.
           CLOSE STUDENT-FILE-INDEX TIMETABLE-REPORT
               ROOM-UTILIZATION-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SEAT-EXCEPTIONS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       205-PRINT-ROOM-UTILIZATION.
           WRITE ROOM-REPORT-RECORD FROM ROOM-TITLE-STRUCTURE.
           PERFORM 313-PRINT-ROOM-BLOCK
               VARYING ROOM-SUB FROM 1 BY 1
                   UNTIL ROOM-SUB > NUM-OF-ROOMS.

       301-READ-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       302-COUNT-SECTION-ENROLLMENT.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 304-MATCH-SECTION-ENTRY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.
           IF MATCHED-SECTION-SUB = ZERO
               IF NUM-OF-SECTIONS < 999
                   ADD 1 TO NUM-OF-SECTIONS
                   MOVE COURSE-NUMBER-INDEX
                       TO SECT-COURSE-WS(NUM-OF-SECTIONS)
                   MOVE SECTION-NUMBER-INDEX
                       TO SECT-SECTION-WS(NUM-OF-SECTIONS)
                   MOVE TERM-CODE-INDEX
                       TO SECT-TERM-WS(NUM-OF-SECTIONS)
                   MOVE ZERO TO SECT-ENROLLED-WS(NUM-OF-SECTIONS)
                   MOVE NUM-OF-SECTIONS TO MATCHED-SECTION-SUB
               END-IF
           END-IF.
           IF MATCHED-SECTION-SUB > ZERO
               ADD 1 TO SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
           END-IF.

       303-PRINT-TIMETABLE-ENTRY.
           IF FIRST-RECORD-SW = "Y"
                   OR STUDENT-NUMBER-INDEX NOT = WS-PREV-STUDENT-NUMBER
               MOVE "N" TO FIRST-RECORD-SW
               MOVE STUDENT-NUMBER-INDEX TO WS-PREV-STUDENT-NUMBER
               MOVE STUDENT-NUMBER-INDEX TO TTS-STUDENT-NUMBER
               MOVE STUDENT-NAME-INDEX TO TTS-STUDENT-NAME
               MOVE SPACES TO TIMETABLE-REPORT-RECORD
               WRITE TIMETABLE-REPORT-RECORD
               WRITE TIMETABLE-REPORT-RECORD
                   FROM TIMETABLE-STUDENT-STRUCTURE
               WRITE TIMETABLE-REPORT-RECORD
                   FROM TIMETABLE-COLUMN-HEADER
               ADD 1 TO WS-STUDENTS-LISTED
           END-IF.
           MOVE COURSE-NUMBER-INDEX TO TTD-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO TTD-SECTION-NUMBER.
           MOVE TERM-CODE-INDEX TO TTD-TERM-CODE.
           MOVE "N" TO MEETING-FOUND-FLAG.
           PERFORM 305-PRINT-SECTION-MEETING
               VARYING MEET-SUB FROM 1 BY 1
                   UNTIL MEET-SUB > NUM-OF-MEETINGS.
           IF MEETING-FOUND-FLAG NOT = "Y"
               MOVE COURSE-NUMBER-INDEX TO TTN-COURSE-NUMBER
               MOVE SECTION-NUMBER-INDEX TO TTN-SECTION-NUMBER
               MOVE TERM-CODE-INDEX TO TTN-TERM-CODE
               WRITE TIMETABLE-REPORT-RECORD
                   FROM TIMETABLE-NO-MEETING-STRUCTURE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       304-MATCH-SECTION-ENTRY.
           IF COURSE-NUMBER-INDEX = SECT-COURSE-WS(SECTION-SUB)
                   AND SECTION-NUMBER-INDEX =
                       SECT-SECTION-WS(SECTION-SUB)
                   AND TERM-CODE-INDEX = SECT-TERM-WS(SECTION-SUB)
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
           END-IF.

       305-PRINT-SECTION-MEETING.
           IF MEET-COURSE-WS(MEET-SUB) = COURSE-NUMBER-INDEX
                   AND MEET-SECTION-WS(MEET-SUB) = SECTION-NUMBER-INDEX
                   AND MEET-TERM-WS(MEET-SUB) = TERM-CODE-INDEX
               MOVE "Y" TO MEETING-FOUND-FLAG
               MOVE MEET-DAYS-WS(MEET-SUB) TO TTD-DAYS
               MOVE MEET-START-WS(MEET-SUB) TO TTD-START-TIME
               MOVE MEET-END-WS(MEET-SUB) TO TTD-END-TIME
               MOVE MEET-ROOM-WS(MEET-SUB) TO TTD-ROOM-ID
               WRITE TIMETABLE-REPORT-RECORD
                   FROM TIMETABLE-DETAIL-STRUCTURE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-MEETING-FILE-NAME FROM SYSIN
               ACCEPT WS-ROOM-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-TIMETABLE-REPORT-NAME FROM SYSIN
               ACCEPT WS-ROOM-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER TIMETABLE TERM CODE (BLANK FOR ALL): ".
           ACCEPT WS-REPORT-TERM-CODE FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-INDEX-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-MEETING-TABLE.
           READ MEETING-FILE
             AT END MOVE "Y" TO MEETING-EOF-FLAG
               NOT AT END
                 IF NUM-OF-MEETINGS < 2000
                     ADD 1 TO NUM-OF-MEETINGS
                     MOVE MEETING-RECORD-IN
                         TO MEETING-ENTRY-TABLE(NUM-OF-MEETINGS)
                 END-IF
           END-READ.

       311-LOAD-ROOM-TABLE.
           READ ROOM-FILE
             AT END MOVE "Y" TO ROOM-EOF-FLAG
               NOT AT END
                 IF NUM-OF-ROOMS < 500
                     ADD 1 TO NUM-OF-ROOMS
                     MOVE ROOM-RECORD-IN TO ROOM-TABLE(NUM-OF-ROOMS)
                 END-IF
           END-READ.

       312-LOAD-COURSE-TABLE.
           READ COURSE-FILE
             AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                 IF NUM-OF-COURSES < 999
                     ADD 1 TO NUM-OF-COURSES
                     MOVE COURSE-RECORD-IN
                         TO COURSE-TABLE(NUM-OF-COURSES)
                     IF COURSE-EFFECTIVE-START-IN-FILE NUMERIC
                         MOVE COURSE-EFFECTIVE-START-IN-FILE
                             TO COURSE-EFFECTIVE-START-WS
                                 (NUM-OF-COURSES)
                     ELSE
                         MOVE ZERO TO COURSE-EFFECTIVE-START-WS
                             (NUM-OF-COURSES)
                     END-IF
                 END-IF
           END-READ.

       313-PRINT-ROOM-BLOCK.
           MOVE ROOM-ID-WS(ROOM-SUB) TO RMH-ROOM-ID.
           MOVE ROOM-DESCRIPTION-WS(ROOM-SUB) TO RMH-ROOM-DESCRIPTION.
           MOVE ROOM-SEATS-WS(ROOM-SUB) TO RMH-ROOM-SEATS.
           MOVE SPACES TO ROOM-REPORT-RECORD.
           WRITE ROOM-REPORT-RECORD.
           WRITE ROOM-REPORT-RECORD FROM ROOM-HEADER-STRUCTURE.
           WRITE ROOM-REPORT-RECORD FROM ROOM-COLUMN-HEADER.
           MOVE ZERO TO WS-ROOM-MEETINGS WS-ROOM-MINUTES.
           PERFORM 314-PRINT-ROOM-MEETING
               VARYING MEET-SUB FROM 1 BY 1
                   UNTIL MEET-SUB > NUM-OF-MEETINGS.
           COMPUTE WS-ROOM-HOURS ROUNDED = WS-ROOM-MINUTES / 60.
           MOVE WS-ROOM-MEETINGS TO RMTLR-MEETINGS.
           MOVE WS-ROOM-HOURS TO RMTLR-HOURS.
           WRITE ROOM-REPORT-RECORD FROM ROOM-TRAILER-STRUCTURE.
           ADD 1 TO WS-ROOMS-LISTED.

       314-PRINT-ROOM-MEETING.
           IF MEET-ROOM-WS(MEET-SUB) = ROOM-ID-WS(ROOM-SUB)
                   AND (ALL-TERMS-REQUESTED
                     OR MEET-TERM-WS(MEET-SUB) = WS-REPORT-TERM-CODE)
               ADD 1 TO WS-ROOM-MEETINGS
               PERFORM 315-ADD-MEETING-MINUTES
               PERFORM 316-FIND-COURSE-CAPACITY
               PERFORM 317-FIND-MEETING-ENROLLMENT
               MOVE MEET-TERM-WS(MEET-SUB) TO RMD-TERM-CODE
               MOVE MEET-COURSE-WS(MEET-SUB) TO RMD-COURSE-NUMBER
               MOVE MEET-SECTION-WS(MEET-SUB) TO RMD-SECTION-NUMBER
               MOVE MEET-DAYS-WS(MEET-SUB) TO RMD-DAYS
               MOVE MEET-START-WS(MEET-SUB) TO RMD-START-TIME
               MOVE MEET-END-WS(MEET-SUB) TO RMD-END-TIME
               MOVE MATCHED-COURSE-CAPACITY TO RMD-CAPACITY
               IF MATCHED-SECTION-SUB > ZERO
                   MOVE SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
                       TO RMD-ENROLLED
                   COMPUTE WS-FILL-PERCENT ROUNDED =
                       SECT-ENROLLED-WS(MATCHED-SECTION-SUB) * 100
                           / ROOM-SEATS-WS(ROOM-SUB)
                       ON SIZE ERROR MOVE 999 TO WS-FILL-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO RMD-ENROLLED
                   MOVE ZERO TO WS-FILL-PERCENT
               END-IF
               IF WS-FILL-PERCENT > 999
                   MOVE 999 TO WS-FILL-PERCENT
               END-IF
               MOVE WS-FILL-PERCENT TO RMD-FILL-PERCENT
               MOVE SPACES TO RMD-EXCEPTION
               IF MATCHED-SECTION-SUB > ZERO
                       AND SECT-ENROLLED-WS(MATCHED-SECTION-SUB) >
                           ROOM-SEATS-WS(ROOM-SUB)
                   MOVE "ENROLLED > SEATS" TO RMD-EXCEPTION
                   ADD 1 TO WS-SEAT-EXCEPTIONS
               ELSE
                   IF MATCHED-COURSE-CAPACITY >
                           ROOM-SEATS-WS(ROOM-SUB)
                       MOVE "CAPACITY > SEATS" TO RMD-EXCEPTION
                       ADD 1 TO WS-SEAT-EXCEPTIONS
                   END-IF
               END-IF
               WRITE ROOM-REPORT-RECORD FROM ROOM-DETAIL-STRUCTURE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       315-ADD-MEETING-MINUTES.
           MOVE MEET-START-WS(MEET-SUB) TO WS-WORK-TIME.
           COMPUTE WS-START-MINUTES = WS-WORK-HH * 60 + WS-WORK-MM.
           MOVE MEET-END-WS(MEET-SUB) TO WS-WORK-TIME.
           COMPUTE WS-END-MINUTES = WS-WORK-HH * 60 + WS-WORK-MM.
           MOVE ZERO TO WS-DAYS-MET.
           PERFORM 318-COUNT-MEETING-DAY
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
           IF WS-END-MINUTES > WS-START-MINUTES
               COMPUTE WS-MEETING-MINUTES =
                   (WS-END-MINUTES - WS-START-MINUTES) * WS-DAYS-MET
               ADD WS-MEETING-MINUTES TO WS-ROOM-MINUTES
           END-IF.

       316-FIND-COURSE-CAPACITY.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE ZERO TO MATCHED-COURSE-CAPACITY.
           PERFORM 322-FIND-COURSE-AS-OF-START.
           PERFORM 319-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       317-FIND-MEETING-ENROLLMENT.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 320-MATCH-MEETING-SECTION
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.

       318-COUNT-MEETING-DAY.
           IF MEET-DAY-WS(MEET-SUB, DAY-SUB) NOT = SPACE
               ADD 1 TO WS-DAYS-MET
           END-IF.

       319-MATCH-COURSE-ENTRY.
           IF MEET-COURSE-WS(MEET-SUB) = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)
                   TO MATCHED-COURSE-CAPACITY
           END-IF.

       320-MATCH-MEETING-SECTION.
           IF MEET-COURSE-WS(MEET-SUB) = SECT-COURSE-WS(SECTION-SUB)
                   AND MEET-SECTION-WS(MEET-SUB) =
                       SECT-SECTION-WS(SECTION-SUB)
                   AND MEET-TERM-WS(MEET-SUB) =
                       SECT-TERM-WS(SECTION-SUB)
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
           END-IF.

       321-LOAD-TERM-TABLE.
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

       322-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 323-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       323-MATCH-AS-OF-TERM.
           IF MEET-TERM-WS(MEET-SUB) = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.
