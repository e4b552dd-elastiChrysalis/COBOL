      * LOCKED: ADDS AND DELETES AGAINST IT ARE REFUSED, AND A
      * CHANGE IS LIMITED TO THE GRADE FIELD - THE PATH THAT WRITES
      * GRADEAUD.DAT - SO A CLOSED TERM ONLY EVER CHANGES WITH AN
      * AUDIT TRAIL.  EVERY ADD, CHANGE, AND DELETE ALSO APPENDS A
      * BEFORE/AFTER IMAGE ENTRY TO THE UPDJRNL.DAT UPDATE JOURNAL,
      * STAMPED WITH THE JOB NAME, THE OPERATOR ID, AND THE DATE AND
      * TIME, SO PROGRAM-15-46 CAN REPLAY THE DAY'S WORK ONTO A
      * RESTORED STUTRANS.DAI.
      *
      *
      *
               ACCESS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT JRNL-FILE
               ASSIGN TO "UPDJRNL.DAT"
               FILE STATUS IS JRN-FILE-STATUS.
      *
      *
      *
      *
       FILE SECTION.
      *
      * SHARES ITS LAYOUT WITH FDTRANS (THE SAME 53-BYTE STUTRANS.DAI
      * RECORD PROGRAM-15-4 COPIES) - ONLY THE FD NAME IS RENAMED TO
      * MATCH THIS PROGRAM'S OWN SELECT; THE FIELD NAMES ALREADY LINE
      * UP EXACTLY SO NO OTHER REPLACING IS NEEDED.
       COPY FDAUDIT OF LIBRARY.
      *
       COPY FDTERM OF LIBRARY.
      *
       COPY FDJRNL OF LIBRARY.
      *
      *
      *
           05  ACTION-CODE                PIC X.
      *
       01  AUD-FILE-STATUS                PIC XX.
       01  JRN-FILE-STATUS                PIC XX.
      *
      * TERMCTL-FILE-SW IS SET FROM TRM-FILE-STATUS RIGHT AFTER THE
      * OPEN SO A SITE THAT HAS NEVER RUN A CLOSEOUT (NO TERMCTL.DAI
           05  LINE-04                    PIC X(28) VALUE
               "ENTER STUDENT ID (9 DIGITS):".
           05  LINE-05                    PIC X(25) VALUE
               "ENTER REC-CNT (3 DIGITS):".
      *
      *
      *
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF JRN-FILE-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           OPEN INPUT TERMCTL-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE "Y" TO TERMCTL-FILE-SW
               CLOSE TERMCTL-FILE
           END-IF.
           CLOSE TRANS-FILE
                 AUDIT-FILE
                 JRNL-FILE.
           DISPLAY " " ERASE SCREEN.
           STOP RUN.
      *
                   NOT INVALID KEY
                       DISPLAY "*** RECORD ADDED ***"
                           LINE 18 COLUMN 12
                       MOVE SPACES TO JRNL-REC
                       MOVE "A" TO JR-ACTION
                       MOVE TRANS-REC TO JR-AFTER-IMAGE
                       PERFORM C70-JOURNAL-PARA
               END-WRITE
           END-IF.
      *
      *
      * ON A CLOSED TERM THE UNITS FIELD IS DISPLAY-ONLY AND THE
      * CHANGE IS LIMITED TO THE GRADE - THE ONE CHANGE THAT LEAVES
      * A GRADEAUD.DAT ENTRY BEHIND.  THE RECORD AS READ IS PARKED IN
      * THE JOURNAL RECORD AS THE BEFORE IMAGE BEFORE ANY FIELD IS
      * KEYED OVER.
      *
       C30-SHOW-AND-CHANGE-PARA.
           MOVE GRADE TO OLD-GRADE-HOLD.
           MOVE SPACES TO JRNL-REC.
           MOVE TRANS-REC TO JR-BEFORE-IMAGE.
           PERFORM C40-CHECK-TERM-PARA.
           DISPLAY "DEPT:" LINE 11 COLUMN 12.
           DISPLAY DEPT LINE 11 COLUMN 18.
                   IF GRADE NOT = OLD-GRADE-HOLD
                       PERFORM C35-AUDIT-GRADE-PARA
                   END-IF
                   MOVE "C" TO JR-ACTION
                   MOVE TRANS-REC TO JR-AFTER-IMAGE
                   PERFORM C70-JOURNAL-PARA
           END-REWRITE.
      *
      * LOGS THE BEFORE/AFTER GRADE, THE DATE, AND THE OPERATOR ID TO
      * A TRANSACTION RECORD'S GRADE.
      *
       C35-AUDIT-GRADE-PARA.
           MOVE SPACES TO AUDIT-REC.
           MOVE STUDENT-KEY TO AUD-STUDENT-KEY.
           MOVE OLD-GRADE-HOLD TO AUD-OLD-GRADE.
           MOVE GRADE TO AUD-NEW-GRADE.
                       DISPLAY "*** TERM IS CLOSED - DELETE REFUSED **"
                           LINE 17 COLUMN 12 BLINKING
                   ELSE
                       MOVE SPACES TO JRNL-REC
                       MOVE TRANS-REC TO JR-BEFORE-IMAGE
                       DELETE TRANS-FILE RECORD
                           INVALID KEY
                               DISPLAY "*** RECORD NOT DELETED ***"
                           NOT INVALID KEY
                               DISPLAY "*** RECORD DELETED ***"
                                   LINE 17 COLUMN 12
                               MOVE "D" TO JR-ACTION
                               PERFORM C70-JOURNAL-PARA
                       END-DELETE
                   END-IF
           END-READ.
      *
      * STAMPS AND WRITES THE UPDJRNL.DAT ENTRY WHOSE ACTION CODE AND
      * IMAGES THE CALLER HAS ALREADY FILLED IN.  THE KEY COMES FROM
      * THE RECORD AREA, WHICH STILL HOLDS THE ROW JUST WRITTEN,
      * REWRITTEN, OR DELETED.
      *
       C70-JOURNAL-PARA.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE "PROG1508" TO JR-PROGRAM.
           MOVE OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE "T" TO JR-FILE-CODE.
           MOVE STUDENT-KEY TO JR-KEY.
           WRITE JRNL-REC.
