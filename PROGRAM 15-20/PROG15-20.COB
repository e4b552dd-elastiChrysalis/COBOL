               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
           SELECT ARCH-TRANS-FILE
               ASSIGN TO "TRNARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARCH-STUDENT-KEY
               ALTERNATE RECORD KEY IS ARCH-STDNT-ID WITH DUPLICATES
               FILE STATUS IS ARCH-TRANS-STATUS.
           REPLACING ==IND-STUD-FILE== BY ==ARCH-STUD-FILE==
                     ==IND-STUD-REC==  BY ==ARCH-STUD-REC==
                     ==STUDENT-ID==    BY ==ARCH-STUDENT-ID==
                     ==STUDENT-NAME==  BY ==ARCH-STUDENT-NAME==
                     ==LASTN==         BY ==ARCH-LASTN==
                     ==FIRSTN==        BY ==ARCH-FIRSTN==
                     ==MAJOR-CODE==    BY ==ARCH-MAJOR-CODE==
      *
       01  PROGRAM-SWITCHES.
           05  DONE-SW                PIC X VALUE "N".
           05  TRANS-EOF-SW           PIC X VALUE "N".
      *
       01  ARCH-STUD-STATUS           PIC XX.
       01  ARCH-TRANS-STATUS          PIC XX.
      *
       01  RESTORE-ID                 PIC 9(9).
       01  TRANS-MOVED-COUNT          PIC 9(3).
      *
      *
      *
      * THE MASTER GOES BACK FIRST; A DUPLICATE KEY ON THE LIVE FILE
      * MEANS THE STUDENT IS CURRENT AGAIN ALREADY, SO NOTHING IS
      * TOUCHED ON EITHER SIDE.  COURSE ROWS FOLLOW THE SAME WAY THE
      * ARCHIVE TOOK THEM OUT - POSITIONED AT REC-CNT ZERO AND READ
      * FORWARD UNTIL THE STUDENT-ID CHANGES.
      *
       C30-MOVE-BACK-PARA.
           MOVE ARCH-STUD-REC TO IND-STUD-REC.
               NOT INVALID KEY
                   DELETE ARCH-STUD-FILE RECORD
                   MOVE ZERO TO TRANS-MOVED-COUNT
                   MOVE "N" TO TRANS-EOF-SW
                   MOVE RESTORE-ID TO ARCH-STDNT-ID
                   MOVE ZERO TO ARCH-REC-CNT
                   START ARCH-TRANS-FILE
                       KEY NOT LESS THAN ARCH-STUDENT-KEY
                       INVALID KEY
                           MOVE "Y" TO TRANS-EOF-SW
                   END-START
                   PERFORM C40-MOVE-TRANS-BACK-PARA
                       UNTIL TRANS-EOF-SW = "Y"
                   DISPLAY "RESTORED " RESTORE-ID
                       " - COURSE ROWS MOVED: " TRANS-MOVED-COUNT
           END-WRITE.
      *
      *
       C40-MOVE-TRANS-BACK-PARA.
           READ ARCH-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANS-EOF-SW
               NOT AT END
                   IF ARCH-STDNT-ID NOT = RESTORE-ID
                       MOVE "Y" TO TRANS-EOF-SW
                   ELSE
                       MOVE ARCH-TRANS-REC TO TRANS-REC
                       WRITE TRANS-REC
                           INVALID KEY
                               REWRITE TRANS-REC
                       END-WRITE
                       DELETE ARCH-TRANS-FILE RECORD
                       ADD 1 TO TRANS-MOVED-COUNT
                   END-IF
           END-READ.
