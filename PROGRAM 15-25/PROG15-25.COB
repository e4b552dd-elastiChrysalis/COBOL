      * TERM PROGRAM-15-35 HAS STAMPED CLOSED IN TERMCTL.DAI ARE
      * REJECTED OUTRIGHT - LATE CORRECTIONS TO A CLOSED TERM GO
      * THROUGH PROGRAM-15-8'S AUDITED GRADE-CHANGE PATH, NOT
      * THROUGH A BULK SHEET.  EVERY ROW FILLED, REPLACED, OR ADDED
      * IN PASS 2 ALSO APPENDS A BEFORE/AFTER IMAGE ENTRY TO THE
      * UPDJRNL.DAT UPDATE JOURNAL, STAMPED WITH THE JOB NAME, THE
      * VERIFIED OPERATOR ID, AND THE DATE AND TIME, FOR THE
      * PROGRAM-15-46 REPLAY.
      *
      *
      *
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT COURSE-FILE
               ASSIGN TO "COURSE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT JRNL-FILE
               ASSIGN TO "UPDJRNL.DAT"
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "GRDPROOF.PRT".
      *
       COPY FDAUDIT OF LIBRARY.
      *
       COPY FDTERM OF LIBRARY.
      *
       COPY FDJRNL OF LIBRARY.
      *
       FD  PRINT-FILE
             RECORD CONTAINS 80 CHARACTERS
           05  SHEET-EOF-SW           PIC X VALUE "N".
           05  LINE-OK-SW             PIC X VALUE "N".
           05  PASS-NUMBER            PIC 9 VALUE 1.
           05  MATCH-REC-CNT          PIC 9(3) VALUE ZERO.
           05  FREE-REC-CNT           PIC 9(3) VALUE ZERO.
           05  NEXT-REC-CNT           PIC 9(4).
           05  SLOT-EOF-SW            PIC X VALUE "N".
      *
       01  GRD-FILE-STATUS            PIC XX.
       01  CRS-FILE-STATUS            PIC XX.
       01  AUD-FILE-STATUS            PIC XX.
       01  JRN-FILE-STATUS            PIC XX.
       01  COURSE-FILE-SW             PIC X VALUE "N".
      *
      * TERMCTL-FILE-SW IS SET FROM TRM-FILE-STATUS RIGHT AFTER THE
      *
      * PASS 2 - THE SHEET IS REOPENED AND RE-EDITED WITH THE SAME
      * TESTS (SILENTLY THIS TIME), AND ONLY THE LINES THAT COME UP
      * CLEAN AGAIN ARE POSTED.  THE AUDIT LOG AND THE UPDATE
      * JOURNAL ARE OPENED THE SAME WAY PROGRAM-15-8 OPENS THEM -
      * EXTEND, OR OUTPUT ON THE FIRST RUN EVER (FILE STATUS "35").
      *
       B30-POST-PASS-PARA.
           MOVE 2 TO PASS-NUMBER.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF JRN-FILE-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           PERFORM B25-SHEET-PARA UNTIL SHEET-EOF-SW = "Y".
           CLOSE GRDSHEET-FILE
                 IND-TRANS-FILE
                 AUDIT-FILE
                 JRNL-FILE.
      *
      *
       B25-SHEET-PARA.
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
      *
      * WALKS THE STUDENT'S STUTRANS.DAI ROWS IN REC-CNT ORDER -
      * POSITIONED AT THE LOWEST POSSIBLE KEY (REC-CNT ZERO) AND READ
      * FORWARD UNTIL THE STDNT-ID CHANGES - REMEMBERING BOTH THE ROW
      * THAT MATCHES THIS LINE'S COURSE AND TERM (IF ANY) AND THE
      * FIRST REC-CNT MISSING FROM THE RUN 1, 2, 3, ... THAT A
      * BRAND-NEW ROW WOULD TAKE.  THE WALK STOPS ON THE MATCH, SO
      * THE MATCHED ROW IS STILL IN THE RECORD AREA.
      *
       C40-POST-LINE-PARA.
           MOVE ZERO TO MATCH-REC-CNT.
           MOVE ZERO TO FREE-REC-CNT.
           MOVE 1 TO NEXT-REC-CNT.
           MOVE "N" TO SLOT-EOF-SW.
           MOVE GS-STUDENT-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SLOT-EOF-SW
           END-START.
           PERFORM C42-NEXT-SLOT-PARA
               UNTIL SLOT-EOF-SW = "Y" OR MATCH-REC-CNT NOT = ZERO.
           IF FREE-REC-CNT = ZERO AND NEXT-REC-CNT NOT > 999
               MOVE NEXT-REC-CNT TO FREE-REC-CNT
           END-IF.
           IF MATCH-REC-CNT NOT = ZERO
               PERFORM C50-REWRITE-PARA
           ELSE
               IF FREE-REC-CNT = ZERO
                   ADD 1 TO NO-SLOT-COUNT
                   MOVE "NO FREE REC-CNT:    " TO PJ-LABEL
                   MOVE GS-STUDENT-ID TO PJ-STUDENT-ID
                   MOVE GS-DEPT TO PJ-DEPT
                   MOVE GS-COURSE-NUM TO PJ-COURSE-NUM
           END-IF.
      *
      *
       C42-NEXT-SLOT-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SLOT-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = GS-STUDENT-ID
                       MOVE "Y" TO SLOT-EOF-SW
                   ELSE
                       IF FREE-REC-CNT = ZERO AND
                          REC-CNT > NEXT-REC-CNT
                           MOVE NEXT-REC-CNT TO FREE-REC-CNT
                       END-IF
                       MOVE REC-CNT TO NEXT-REC-CNT
                       ADD 1 TO NEXT-REC-CNT
                       IF DEPT = GS-DEPT AND
                          COURSE-NUM = GS-COURSE-NUM AND
                          TERM-ID = GS-TERM-ID
                           MOVE REC-CNT TO MATCH-REC-CNT
                       END-IF
                   END-IF
           END-READ.
      *
      * THE MATCHED ROW IS STILL IN THE RECORD AREA FROM THE READ
      * THAT FOUND IT.  A BLANK GRADE IS A REGISTRATION SHELL BEING
      * FILLED FOR THE FIRST TIME; ANYTHING ELSE IS A REPLACEMENT AND
      * GETS ITS GRADEAUD.DAT ENTRY.  EITHER WAY THE ROW AS FOUND IS
      * PARKED IN THE JOURNAL RECORD AS THE BEFORE IMAGE.
      *
       C50-REWRITE-PARA.
           MOVE GRADE TO OLD-GRADE-HOLD.
           MOVE SPACES TO JRNL-REC.
           MOVE TRANS-REC TO JR-BEFORE-IMAGE.
           MOVE GS-GRADE TO GRADE.
           MOVE GS-UNITS TO UNITS.
           REWRITE TRANS-REC
                       ADD 1 TO REPLACE-COUNT
                       PERFORM C55-AUDIT-GRADE-PARA
                   END-IF
                   MOVE "C" TO JR-ACTION
                   MOVE TRANS-REC TO JR-AFTER-IMAGE
                   PERFORM C70-JOURNAL-PARA
           END-REWRITE.
      *
      *
       C55-AUDIT-GRADE-PARA.
           MOVE SPACES TO AUDIT-REC.
           MOVE STUDENT-KEY TO AUD-STUDENT-KEY.
           MOVE OLD-GRADE-HOLD TO AUD-OLD-GRADE.
           MOVE GRADE TO AUD-NEW-GRADE.
                   DISPLAY "INVALID TRANS KEY FOR " STDNT-ID
               NOT INVALID KEY
                   ADD 1 TO ADD-COUNT
                   MOVE SPACES TO JRNL-REC
                   MOVE "A" TO JR-ACTION
                   MOVE TRANS-REC TO JR-AFTER-IMAGE
                   PERFORM C70-JOURNAL-PARA
           END-WRITE.
      *
      * STAMPS AND WRITES THE UPDJRNL.DAT ENTRY WHOSE ACTION CODE AND
      * IMAGES THE CALLER HAS ALREADY FILLED IN.
      *
       C70-JOURNAL-PARA.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE "PROG1525" TO JR-PROGRAM.
           MOVE OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE "T" TO JR-FILE-CODE.
           MOVE STUDENT-KEY TO JR-KEY.
           WRITE JRNL-REC.
      *
      *
       B80-PROOF-PARA.
           MOVE LINES-READ-COUNT TO PP-READ-COUNT.
