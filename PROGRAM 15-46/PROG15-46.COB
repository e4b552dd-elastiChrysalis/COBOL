       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-46.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  OCT 15,2026.
      *DATE-COMPILED. OCT 15,2026.
      *SECURITY.      NONE.
      *
      *
      *
      * PROGRAM OPERATIONS:
      *
      * FORWARD RECOVERY OF STUDENT.DAI AND STUTRANS.DAI FROM THE
      * UPDJRNL.DAT UPDATE JOURNAL.  IF THE INDEXED FILES ARE LOST
      * MID-DAY THEY ARE FIRST RESTORED THE USUAL WAY - THE LAST
      * PROGRAM-15-10 UNLOAD REBUILT BY PROG15-4 - AND THIS PROGRAM
      * THEN BRINGS THEM FORWARD.  EVERY ADD, CHANGE, AND DELETE MADE
      * SINCE BY PROGRAM-15-8, PROGRAM-15-12, THE PROGRAM-15-22 SHELL
      * POSTING, THE PROGRAM-15-25 GRADE SHEETS, AND THE
      * PROGRAM-15-27 TRANSFER CREDIT RUN IS ON THE JOURNAL WITH ITS
      * BEFORE AND AFTER IMAGE.
      *
      * THE OPERATOR KEYS THE START POINT (THE DATE AND TIME THE
      * RESTORED UNLOAD WAS TAKEN) AND THE CUTOFF (THE POINT IN TIME
      * THE FILES ARE TO BE BROUGHT UP TO).  THE JOURNAL IS READ IN
      * THE ORDER IT WAS WRITTEN.  ENTRIES BEFORE THE START POINT ARE
      * ALREADY ON THE UNLOAD AND ARE ONLY COUNTED.  ENTRIES PAST THE
      * CUTOFF ARE LISTED AND SKIPPED.  EVERY ENTRY IN BETWEEN IS
      * APPLIED BY KEY:
      *
      *   ADD    - THE AFTER IMAGE IS WRITTEN, OR REWRITTEN OVER THE
      *            RECORD IF THE KEY IS ALREADY ON FILE.
      *   CHANGE - THE AFTER IMAGE IS REWRITTEN, OR WRITTEN IF THE
      *            RECORD IS NOT ON FILE.
      *   DELETE - THE RECORD IS DELETED; ONE ALREADY GONE IS
      *            SKIPPED.
      *
      * SO A REPLAY THAT IS INTERRUPTED CAN SIMPLY BE RUN AGAIN OVER
      * THE SAME FILES.  THE REPLAY REPORT (REPLAY.PRT) LISTS EVERY
      * ENTRY FROM THE START POINT ON - DATE, TIME, JOB, OPERATOR,
      * FILE, ACTION, KEY, AND WHETHER IT WAS APPLIED OR WHY IT WAS
      * SKIPPED - AND CLOSES WITH THE COUNTS.  THE STUDENT MASTER'S
      * STORED TOTALS ARE WHATEVER THE LAST IMAGE CARRIED, SO THE
      * PROGRAM-15-11 RECONCILIATION IS RUN AFTER A REPLAY.  RUNS
      * THAT DO NOT JOURNAL - THE PROGRAM-15-19/15-20 ARCHIVE AND
      * RETRIEVAL AND THE PROGRAM-15-37 MERGE - ARE FOLLOWED BY A
      * FRESH PROGRAM-15-10 UNLOAD, WHICH BECOMES THE NEXT START
      * POINT.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT JRNL-FILE
               ASSIGN TO "UPDJRNL.DAT"
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT IND-STUD-FILE
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STU-FILE-STATUS.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "REPLAY.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       COPY FDJRNL OF LIBRARY.
      *
       COPY FDSTUDENT OF LIBRARY.
      *
       COPY FDTRANS OF LIBRARY.
      *
       FD  PRINT-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS PRINT-REC.
      *
       01  PRINT-REC                  PIC X(80).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  PROGRAM-SWITCHES.
           05  JRNL-EOF-SW            PIC X VALUE "N".
           05  RUN-OK-SW              PIC X VALUE "N".
           05  APPLIED-SW             PIC X VALUE "N".
      *
       01  JRN-FILE-STATUS            PIC XX.
       01  STU-FILE-STATUS            PIC XX.
       01  TRN-FILE-STATUS            PIC XX.
      *
       01  TODAYS-DATE                PIC 9(8).
      *
      * THE TWO POINTS IN TIME AS KEYED, LAID OUT LIKE JR-STAMP SO AN
      * ENTRY CAN BE COMPARED AGAINST THEM WHOLE.  THE START POINT
      * TAKES HUNDREDTHS OF ZERO AND THE CUTOFF HUNDREDTHS OF 99, SO
      * BOTH KEYED SECONDS ARE INCLUDED IN THE REPLAY.
      *
       01  START-STAMP.
           05  START-DATE             PIC 9(8).
           05  START-TIME             PIC 9(6).
           05  FILLER                 PIC 9(2) VALUE ZERO.
      *
       01  CUTOFF-STAMP.
           05  CUTOFF-DATE            PIC 9(8).
           05  CUTOFF-TIME            PIC 9(6).
           05  FILLER                 PIC 9(2) VALUE 99.
      *
      * JR-TIME SPLIT SO ONLY HHMMSS IS PRINTED.
      *
       01  TIME-WORK.
           05  TW-HHMMSS              PIC X(6).
           05  TW-HUNDREDTHS          PIC X(2).
      *
       01  RUN-COUNTERS.
           05  ENTRY-READ-COUNT       PIC 9(6) VALUE ZERO.
           05  BEFORE-START-COUNT     PIC 9(6) VALUE ZERO.
           05  STUDENT-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
           05  TRANS-APPLIED-COUNT    PIC 9(6) VALUE ZERO.
           05  PAST-CUTOFF-COUNT      PIC 9(6) VALUE ZERO.
           05  NOT-APPLIED-COUNT      PIC 9(6) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(29) VALUE
               "*** UPDATE JOURNAL REPLAY ***".
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
       01  PRINT-WINDOW-LINE.
           05  FILLER                 PIC X(15) VALUE
               "REPLAYED FROM  ".
           05  PW-START-DATE          PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PW-START-TIME          PIC 9(6).
           05  FILLER                 PIC X(10) VALUE
               "  THROUGH ".
           05  PW-CUTOFF-DATE         PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PW-CUTOFF-TIME         PIC 9(6).
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  PRINT-LEGEND-LINE.
           05  FILLER                 PIC X(39) VALUE
               "ACTION: A = ADD  C = CHANGE  D = DELETE".
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(9) VALUE "DATE".
           05  FILLER                 PIC X(7) VALUE "TIME".
           05  FILLER                 PIC X(9) VALUE "JOB".
           05  FILLER                 PIC X(11) VALUE "OPERATOR".
           05  FILLER                 PIC X(9) VALUE "FILE".
           05  FILLER                 PIC X(3) VALUE "A".
           05  FILLER                 PIC X(10) VALUE "STUDENT".
           05  FILLER                 PIC X(5) VALUE "REC".
           05  FILLER                 PIC X(17) VALUE "RESULT".
      *
       01  PRINT-DETAIL-LINE.
           05  PD-DATE                PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PD-TIME                PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PD-PROGRAM             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PD-OPERATOR-ID         PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PD-FILE                PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PD-ACTION              PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-STDNT-ID            PIC X(9).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PD-REC-CNT             PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-RESULT              PIC X(17).
      *
       01  PRINT-TOTAL-LINE-1.
           05  FILLER                 PIC X(23) VALUE
               "JOURNAL ENTRIES READ:  ".
           05  PT-READ-COUNT          PIC ZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE
               "BEFORE START POINT:    ".
           05  PT-BEFORE-START-COUNT  PIC ZZZZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-2.
           05  FILLER                 PIC X(23) VALUE
               "APPLIED - STUDENT.DAI: ".
           05  PT-STUDENT-APPLIED     PIC ZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE
               "APPLIED - STUTRANS.DAI:".
           05  PT-TRANS-APPLIED       PIC ZZZZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-3.
           05  FILLER                 PIC X(23) VALUE
               "SKIPPED - PAST CUTOFF: ".
           05  PT-PAST-CUTOFF-COUNT   PIC ZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE
               "SKIPPED - NOT APPLIED: ".
           05  PT-NOT-APPLIED-COUNT   PIC ZZZZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           DISPLAY "ENTER DATE OF THE RESTORED UNLOAD (YYYYMMDD):".
           ACCEPT START-DATE.
           DISPLAY "ENTER TIME OF THE RESTORED UNLOAD (HHMMSS):".
           ACCEPT START-TIME.
           DISPLAY "ENTER REPLAY CUTOFF DATE (YYYYMMDD):".
           ACCEPT CUTOFF-DATE.
           DISPLAY "ENTER REPLAY CUTOFF TIME (HHMMSS):".
           ACCEPT CUTOFF-TIME.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           IF START-DATE NOT NUMERIC OR START-TIME NOT NUMERIC OR
              CUTOFF-DATE NOT NUMERIC OR CUTOFF-TIME NOT NUMERIC
               DISPLAY "DATES AND TIMES MUST BE NUMERIC - RUN ABORTED"
           ELSE
               IF START-STAMP > CUTOFF-STAMP
                   DISPLAY "START POINT IS AFTER THE CUTOFF"
                       " - RUN ABORTED"
               ELSE
                   PERFORM B10-OPEN-PARA
                   IF RUN-OK-SW = "Y"
                       PERFORM B20-JOURNAL-PARA
                           UNTIL JRNL-EOF-SW = "Y"
                       PERFORM B80-TOTALS-PARA
                       PERFORM B90-CLOSE-PARA
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
      * BOTH MASTERS MUST ALREADY BE RESTORED - THE REPLAY BRINGS
      * FILES FORWARD, IT DOES NOT BUILD THEM.
      *
       B10-OPEN-PARA.
           OPEN INPUT JRNL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               DISPLAY "NO UPDJRNL.DAT ON HAND - NOTHING TO REPLAY"
           ELSE
               OPEN I-O IND-STUD-FILE
               IF STU-FILE-STATUS NOT = "00"
                   DISPLAY "STUDENT.DAI NOT ON HAND - RUN PROG15-4"
                       " FIRST - RUN ABORTED"
                   CLOSE JRNL-FILE
               ELSE
                   OPEN I-O IND-TRANS-FILE
                   IF TRN-FILE-STATUS NOT = "00"
                       DISPLAY "STUTRANS.DAI NOT ON HAND - RUN PROG15-4"
                           " FIRST - RUN ABORTED"
                       CLOSE JRNL-FILE
                             IND-STUD-FILE
                   ELSE
                       MOVE "Y" TO RUN-OK-SW
                       PERFORM B15-HEADING-PARA
                   END-IF
               END-IF
           END-IF.
      *
      *
       B15-HEADING-PARA.
           OPEN OUTPUT PRINT-FILE.
           MOVE TODAYS-DATE TO PH-RUN-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE START-DATE TO PW-START-DATE.
           MOVE START-TIME TO PW-START-TIME.
           MOVE CUTOFF-DATE TO PW-CUTOFF-DATE.
           MOVE CUTOFF-TIME TO PW-CUTOFF-TIME.
           MOVE PRINT-WINDOW-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE PRINT-LEGEND-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
      *
      *
       B20-JOURNAL-PARA.
           READ JRNL-FILE
               AT END
                   MOVE "Y" TO JRNL-EOF-SW
               NOT AT END
                   ADD 1 TO ENTRY-READ-COUNT
                   PERFORM C20-ENTRY-PARA
           END-READ.
      *
      * AN ENTRY STAMPED BEFORE THE START POINT IS ALREADY ON THE
      * RESTORED FILES AND IS NOT LISTED.
      *
       C20-ENTRY-PARA.
           IF JR-STAMP < START-STAMP
               ADD 1 TO BEFORE-START-COUNT
           ELSE
               IF JR-STAMP > CUTOFF-STAMP
                   ADD 1 TO PAST-CUTOFF-COUNT
                   MOVE "SKIP-PAST CUTOFF" TO PD-RESULT
               ELSE
                   PERFORM C30-APPLY-PARA
               END-IF
               PERFORM C80-DETAIL-LINE-PARA
           END-IF.
      *
      *
       C30-APPLY-PARA.
           MOVE "N" TO APPLIED-SW.
           MOVE "SKIP-BAD ENTRY" TO PD-RESULT.
           EVALUATE JR-FILE-CODE
               WHEN "S"
                   PERFORM C40-STUDENT-PARA
                   IF APPLIED-SW = "Y"
                       ADD 1 TO STUDENT-APPLIED-COUNT
                   END-IF
               WHEN "T"
                   PERFORM C50-TRANS-PARA
                   IF APPLIED-SW = "Y"
                       ADD 1 TO TRANS-APPLIED-COUNT
                   END-IF
           END-EVALUATE.
           IF APPLIED-SW = "N"
               ADD 1 TO NOT-APPLIED-COUNT
           END-IF.
      *
      * STUDENT.DAI ENTRY.  THE AFTER IMAGE IS THE WHOLE 70-BYTE
      * MASTER; A DELETE NEEDS ONLY THE KEY.
      *
       C40-STUDENT-PARA.
           EVALUATE JR-ACTION
               WHEN "A"
                   MOVE JR-AFTER-IMAGE TO IND-STUD-REC
                   WRITE IND-STUD-REC
                       INVALID KEY
                           REWRITE IND-STUD-REC
                               INVALID KEY
                                   MOVE "SKIP-UPDATE FAIL" TO PD-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED-REPLACED" TO PD-RESULT
                                   MOVE "Y" TO APPLIED-SW
                           END-REWRITE
                       NOT INVALID KEY
                           MOVE "APPLIED" TO PD-RESULT
                           MOVE "Y" TO APPLIED-SW
                   END-WRITE
               WHEN "C"
                   MOVE JR-AFTER-IMAGE TO IND-STUD-REC
                   REWRITE IND-STUD-REC
                       INVALID KEY
                           WRITE IND-STUD-REC
                               INVALID KEY
                                   MOVE "SKIP-UPDATE FAIL" TO PD-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED AS ADD" TO PD-RESULT
                                   MOVE "Y" TO APPLIED-SW
                           END-WRITE
                       NOT INVALID KEY
                           MOVE "APPLIED" TO PD-RESULT
                           MOVE "Y" TO APPLIED-SW
                   END-REWRITE
               WHEN "D"
                   MOVE JR-STDNT-ID TO STUDENT-ID
                   DELETE IND-STUD-FILE RECORD
                       INVALID KEY
                           MOVE "SKIP-NOT ON FILE" TO PD-RESULT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO PD-RESULT
                           MOVE "Y" TO APPLIED-SW
                   END-DELETE
           END-EVALUATE.
      *
      * STUTRANS.DAI ENTRY.  THE 53-BYTE ROW IS THE FRONT OF THE
      * IMAGE; A DELETE NEEDS ONLY THE STUDENT-KEY.
      *
       C50-TRANS-PARA.
           EVALUATE JR-ACTION
               WHEN "A"
                   MOVE JR-AFTER-IMAGE TO TRANS-REC
                   WRITE TRANS-REC
                       INVALID KEY
                           REWRITE TRANS-REC
                               INVALID KEY
                                   MOVE "SKIP-UPDATE FAIL" TO PD-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED-REPLACED" TO PD-RESULT
                                   MOVE "Y" TO APPLIED-SW
                           END-REWRITE
                       NOT INVALID KEY
                           MOVE "APPLIED" TO PD-RESULT
                           MOVE "Y" TO APPLIED-SW
                   END-WRITE
               WHEN "C"
                   MOVE JR-AFTER-IMAGE TO TRANS-REC
                   REWRITE TRANS-REC
                       INVALID KEY
                           WRITE TRANS-REC
                               INVALID KEY
                                   MOVE "SKIP-UPDATE FAIL" TO PD-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED AS ADD" TO PD-RESULT
                                   MOVE "Y" TO APPLIED-SW
                           END-WRITE
                       NOT INVALID KEY
                           MOVE "APPLIED" TO PD-RESULT
                           MOVE "Y" TO APPLIED-SW
                   END-REWRITE
               WHEN "D"
                   MOVE JR-KEY TO STUDENT-KEY
                   DELETE IND-TRANS-FILE RECORD
                       INVALID KEY
                           MOVE "SKIP-NOT ON FILE" TO PD-RESULT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO PD-RESULT
                           MOVE "Y" TO APPLIED-SW
                   END-DELETE
           END-EVALUATE.
      *
      *
       C80-DETAIL-LINE-PARA.
           MOVE JR-DATE TO PD-DATE.
           MOVE JR-TIME TO TIME-WORK.
           MOVE TW-HHMMSS TO PD-TIME.
           MOVE JR-PROGRAM TO PD-PROGRAM.
           MOVE JR-OPERATOR-ID TO PD-OPERATOR-ID.
           MOVE JR-ACTION TO PD-ACTION.
           MOVE JR-STDNT-ID TO PD-STDNT-ID.
           EVALUATE JR-FILE-CODE
               WHEN "S"
                   MOVE "STUDENT" TO PD-FILE
                   MOVE SPACES TO PD-REC-CNT
               WHEN "T"
                   MOVE "STUTRANS" TO PD-FILE
                   MOVE JR-REC-CNT TO PD-REC-CNT
               WHEN OTHER
                   MOVE JR-FILE-CODE TO PD-FILE
                   MOVE SPACES TO PD-REC-CNT
           END-EVALUATE.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B80-TOTALS-PARA.
           MOVE ENTRY-READ-COUNT TO PT-READ-COUNT.
           MOVE BEFORE-START-COUNT TO PT-BEFORE-START-COUNT.
           MOVE PRINT-TOTAL-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE STUDENT-APPLIED-COUNT TO PT-STUDENT-APPLIED.
           MOVE TRANS-APPLIED-COUNT TO PT-TRANS-APPLIED.
           MOVE PRINT-TOTAL-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE PAST-CUTOFF-COUNT TO PT-PAST-CUTOFF-COUNT.
           MOVE NOT-APPLIED-COUNT TO PT-NOT-APPLIED-COUNT.
           MOVE PRINT-TOTAL-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           DISPLAY "JOURNAL ENTRIES READ:  " ENTRY-READ-COUNT.
           DISPLAY "BEFORE START POINT:    " BEFORE-START-COUNT.
           DISPLAY "STUDENT.DAI APPLIED:   " STUDENT-APPLIED-COUNT.
           DISPLAY "STUTRANS.DAI APPLIED:  " TRANS-APPLIED-COUNT.
           DISPLAY "PAST CUTOFF:           " PAST-CUTOFF-COUNT.
           DISPLAY "NOT APPLIED:           " NOT-APPLIED-COUNT.
      *
      *
       B90-CLOSE-PARA.
           CLOSE JRNL-FILE
                 IND-STUD-FILE
                 IND-TRANS-FILE
                 PRINT-FILE.
