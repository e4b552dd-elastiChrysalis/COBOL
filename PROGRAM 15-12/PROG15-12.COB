      * MAJOR-CODE.  GRADE-POINTS/COMP-UNITS ARE SET TO ZERO ON AN
      * ADD AND LEFT ALONE ON A CHANGE - PROGRAM-15-11'S
      * RECONCILIATION OWNS THOSE TOTALS.  ENTRY IS GUARDED BY THE
      * PROGRAM-15-31 SIGN-ON REQUIRING THE RECORDS ROLE.  EVERY ADD,
      * CHANGE, AND DELETE APPENDS A BEFORE/AFTER IMAGE ENTRY TO THE
      * UPDJRNL.DAT UPDATE JOURNAL, STAMPED WITH THE JOB NAME, THE
      * SIGNED-ON OPERATOR ID, AND THE DATE AND TIME, SO
      * PROGRAM-15-46 CAN REPLAY THE DAY'S WORK ONTO A RESTORED
      * STUDENT.DAI.
      *
      *
      *
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT JRNL-FILE
               ASSIGN TO "UPDJRNL.DAT"
               FILE STATUS IS JRN-FILE-STATUS.
      *
      *
      *
      *
       COPY FDSTUDENT OF LIBRARY
           REPLACING ==IND-STUD-FILE== BY ==STUD-FILE==.
      *
       COPY FDJRNL OF LIBRARY.
      *
      *
      *
           05  DONE-SW                    PIC X VALUE "N".
           05  ACTION-CODE                PIC X.
           05  STUDENT-ID-HOLD            PIC 9(9).
      *
       01  JRN-FILE-STATUS                PIC XX.
      *
       01  SIGNON-AREA.
           05  SN-ROLE-REQUIRED           PIC X.
               STOP RUN
           END-IF.
           OPEN I-O STUD-FILE.
           OPEN EXTEND JRNL-FILE.
           IF JRN-FILE-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           PERFORM C10-MENU-PARA.
           PERFORM PROCESS-IT UNTIL DONE-SW = "Y".
           CLOSE STUD-FILE
                 JRNL-FILE.
           DISPLAY " " ERASE SCREEN.
           STOP RUN.
      *
                       LINE 14 COLUMN 12 BLINKING
               NOT INVALID KEY
                   DISPLAY "*** RECORD ADDED ***" LINE 14 COLUMN 12
                   MOVE SPACES TO JRNL-REC
                   MOVE "A" TO JR-ACTION
                   MOVE IND-STUD-REC TO JR-AFTER-IMAGE
                   PERFORM C70-JOURNAL-PARA
           END-WRITE.
      *
      *
                   PERFORM C30-SHOW-AND-CHANGE-PARA
           END-READ.
      *
      * THE RECORD AS READ IS PARKED IN THE JOURNAL RECORD AS THE
      * BEFORE IMAGE BEFORE ANY FIELD IS KEYED OVER.
      *
       C30-SHOW-AND-CHANGE-PARA.
           MOVE SPACES TO JRNL-REC.
           MOVE IND-STUD-REC TO JR-BEFORE-IMAGE.
           DISPLAY "CURRENT LAST NAME:" LINE 10 COLUMN 12.
           DISPLAY LASTN LINE 10 COLUMN 31.
           DISPLAY "NEW LAST NAME:" LINE 11 COLUMN 12.
                       LINE 17 COLUMN 12 BLINKING
               NOT INVALID KEY
                   DISPLAY "*** RECORD CHANGED ***" LINE 17 COLUMN 12
                   MOVE "C" TO JR-ACTION
                   MOVE IND-STUD-REC TO JR-AFTER-IMAGE
                   PERFORM C70-JOURNAL-PARA
           END-REWRITE.
      *
      *
                   DISPLAY "*** RECORD NOT FOUND ***"
                       LINE 14 COLUMN 12 BLINKING
               NOT INVALID KEY
                   MOVE SPACES TO JRNL-REC
                   MOVE IND-STUD-REC TO JR-BEFORE-IMAGE
                   DELETE STUD-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** RECORD NOT DELETED ***"
                       NOT INVALID KEY
                           DISPLAY "*** RECORD DELETED ***"
                               LINE 14 COLUMN 12
                           MOVE "D" TO JR-ACTION
                           PERFORM C70-JOURNAL-PARA
                   END-DELETE
           END-READ.
      *
      * STAMPS AND WRITES THE UPDJRNL.DAT ENTRY WHOSE ACTION CODE AND
      * IMAGES THE CALLER HAS ALREADY FILLED IN.  THE KEY COMES FROM
      * THE RECORD AREA, WHICH STILL HOLDS THE MASTER JUST WRITTEN,
      * REWRITTEN, OR DELETED.
      *
       C70-JOURNAL-PARA.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE "PROG1512" TO JR-PROGRAM.
           MOVE SN-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE "S" TO JR-FILE-CODE.
           MOVE STUDENT-ID TO JR-STDNT-ID.
           MOVE ZERO TO JR-REC-CNT.
           WRITE JRNL-REC.
