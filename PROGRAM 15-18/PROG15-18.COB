      *   E - LOG A JOB END WITH ITS INPUT/OUTPUT RECORD COUNTS
      *   R - RELEASE CHECK FOR A REPORTING JOB: REFUSED (HELD)
      *       UNLESS THE CONVERSION'S STAGE-9 COMPLETION RECORD IS
      *       THE LAST THING ON PROG154.CKP, AND ALSO HELD WHILE THE
      *       LATEST WEEKLY INTEGRITY SWEEP (PROGRAM-15-45) LOGGED
      *       HERE ENDED WITH A NON-ZERO RETURN CODE
      *   P - PRINT THE MORNING OPERATIONS SUMMARY (OPSUMM.PRT)
      *       SHOWING WHAT RAN, IN WHAT ORDER, AND WHETHER EACH
      *       JOB'S INPUT/OUTPUT COUNTS BALANCED
       FILE SECTION.
      *
      * ONE EVENT PER RECORD, APPENDED IN THE ORDER THE OPERATOR LOGS
      * THEM - THE FILE ITSELF IS THE NIGHT'S TIMELINE.  RC-RETURN-CODE
      * IS FILLED IN ONLY ON THE END EVENTS OF JOBS THAT LOG THEMSELVES
      * WITH ONE (THE INTEGRITY SWEEP); IT IS BLANK EVERYWHERE ELSE.
      *
       FD  RUNCTL-FILE
             RECORD CONTAINS 80 CHARACTERS
           05  RC-TIME                PIC 9(8).
           05  RC-IN-COUNT            PIC 9(7).
           05  RC-OUT-COUNT           PIC 9(7).
           05  RC-RETURN-CODE         PIC 99.
           05  FILLER                 PIC X(39).
      *
      * SAME LAYOUT AS THE CHECKPOINT CONTROL RECORD PROG15-4 WRITES -
      * ONLY CKP-STAGE MATTERS HERE: THE LAST RECORD ON FILE MUST BE
       01  CKP-FILE-STATUS            PIC XX.
      *
       01  LAST-CKP-STAGE             PIC 9 VALUE ZERO.
       01  LAST-SWEEP-RC              PIC 99 VALUE ZERO.
      *
       01  BALANCE-RC-TEXT.
           05  FILLER                 PIC X(12) VALUE "RETURN CODE ".
           05  BR-RETURN-CODE         PIC 99.
      *
       01  ENTRY-FIELDS.
           05  JOB-NAME-IN            PIC X(8).
      * RECORD.  A CHECKPOINT STOPPED AT STAGE 1 OR 2 MEANS THE
      * CONVERSION ABENDED MID-STREAM AND STUDENT.DAI/STUTRANS.DAI
      * ARE HALF-BUILT; NO CHECKPOINT FILE AT ALL MEANS THE
      * CONVERSION HAS NOT RUN.  EITHER WAY THE JOB IS HELD.  A
      * COMPLETE CONVERSION IS STILL HELD WHILE THE LATEST INTEGRITY
      * SWEEP FOUND BROKEN REFERENCES; A SWEEP THAT HAS NEVER RUN
      * HOLDS NOTHING.
      *
       B40-RELEASE-PARA.
           DISPLAY "ENTER JOB NAME TO RELEASE (E.G. PROG15-5):".
           ACCEPT JOB-NAME-IN.
           PERFORM C45-READ-CHECKPOINT-PARA.
           PERFORM C49-READ-SWEEP-PARA.
           IF LAST-CKP-STAGE NOT = 9
               DISPLAY "HELD: " JOB-NAME-IN
                   " - CONVERSION COMPLETION RECORD NOT ON FILE"
           ELSE
               IF LAST-SWEEP-RC NOT = ZERO
                   DISPLAY "HELD: " JOB-NAME-IN
                       " - INTEGRITY SWEEP RETURN CODE " LAST-SWEEP-RC
               ELSE
                   DISPLAY "RELEASED: " JOB-NAME-IN
                       " - CONVERSION COMPLETE"
               END-IF
           END-IF.
      *
      *
                   MOVE CKP-STAGE TO LAST-CKP-STAGE
           END-READ.
      *
      * THE RUN-CONTROL FILE IS CLOSED AND REOPENED FOR INPUT AROUND
      * THE PASS, AS FOR THE SUMMARY; THE LAST PROG1545 END EVENT ON
      * IT GIVES THE SWEEP'S RETURN CODE.
      *
       C49-READ-SWEEP-PARA.
           MOVE ZERO TO LAST-SWEEP-RC.
           CLOSE RUNCTL-FILE.
           OPEN INPUT RUNCTL-FILE.
           MOVE "N" TO CTL-EOF-SW.
           PERFORM C50-SWEEP-SCAN-PARA UNTIL CTL-EOF-SW = "Y".
           CLOSE RUNCTL-FILE.
           OPEN EXTEND RUNCTL-FILE.
      *
      *
       C50-SWEEP-SCAN-PARA.
           READ RUNCTL-FILE
               AT END
                   MOVE "Y" TO CTL-EOF-SW
               NOT AT END
                   IF RC-JOB-NAME = "PROG1545" AND RC-EVENT = "E" AND
                      RC-RETURN-CODE NUMERIC
                       MOVE RC-RETURN-CODE TO LAST-SWEEP-RC
                   END-IF
           END-READ.
      *
      * THE RUN-CONTROL FILE IS THE NIGHT'S TIMELINE, SO THE SUMMARY
      * IS A STRAIGHT TOP-TO-BOTTOM LISTING: EVERY START AND END IN
      * THE ORDER LOGGED, WITH EACH END'S COUNTS AND WHETHER THEY
               ELSE
                   MOVE "OUT OF BALANCE" TO PD-BALANCE
               END-IF
               IF RC-RETURN-CODE NUMERIC AND RC-RETURN-CODE > ZERO
                   MOVE RC-RETURN-CODE TO BR-RETURN-CODE
                   MOVE BALANCE-RC-TEXT TO PD-BALANCE
               END-IF
           END-IF.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
