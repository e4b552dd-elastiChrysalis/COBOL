               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES.
           SELECT ARCH-STUD-FILE
           REPLACING ==IND-STUD-FILE== BY ==ARCH-STUD-FILE==
                     ==IND-STUD-REC==  BY ==ARCH-STUD-REC==
                     ==STUDENT-ID==    BY ==ARCH-STUDENT-ID==
                     ==STUDENT-NAME==  BY ==ARCH-STUDENT-NAME==
                     ==LASTN==         BY ==ARCH-LASTN==
                     ==FIRSTN==        BY ==ARCH-FIRSTN==
                     ==MAJOR-CODE==    BY ==ARCH-MAJOR-CODE==
       01  PROGRAM-SWITCHES.
           05  SEL-EOF-SW             PIC X VALUE "N".
           05  SCAN-EOF-SW            PIC X VALUE "N".
           05  TRANS-EOF-SW           PIC X VALUE "N".
      *
       01  ARCH-STUD-STATUS           PIC XX.
       01  ARCH-TRANS-STATUS          PIC XX.
      *
       01  ARCHIVE-ID                 PIC 9(9).
       01  TRANS-MOVED-COUNT          PIC 9(3).
      *
      * STUDENTS PICKED UP BY A TYPE-U THRESHOLD SCAN ARE COLLECTED
      * FIRST AND ARCHIVED AFTERWARD, SO NOTHING IS DELETED OUT FROM
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(19) VALUE
               "COURSE ROWS MOVED: ".
           05  PD-TRANS-MOVED          PIC ZZ9.
           05  FILLER                 PIC X(13) VALUE SPACES.
      *
       01  PRINT-NOT-FOUND-LINE.
           05  PN-STUDENT-ID           PIC 9(9).
           PERFORM C30-ARCHIVE-STUDENT-PARA.
      *
      * MOVES ONE STUDENT: MASTER RECORD FIRST, THEN EVERY COURSE ROW
      * ON FILE FOR THE STUDENT (POSITIONED AT REC-CNT ZERO AND READ
      * FORWARD UNTIL THE STDNT-ID CHANGES), EACH COPIED TO THE
      * ARCHIVE AND DELETED FROM THE LIVE FILE.  A STUDENT ALREADY IN
      * THE ARCHIVE FROM AN EARLIER RUN GETS THE FRESH COPY REWRITTEN
      * OVER THE STALE ONE.
           DELETE IND-STUD-FILE RECORD.
           ADD 1 TO STUDENTS-MOVED-COUNT.
           MOVE ZERO TO TRANS-MOVED-COUNT.
           MOVE "N" TO TRANS-EOF-SW.
           MOVE ARCHIVE-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO TRANS-EOF-SW
           END-START.
           PERFORM C40-MOVE-TRANS-PARA UNTIL TRANS-EOF-SW = "Y".
           MOVE ARCHIVE-ID TO PD-STUDENT-ID.
           MOVE LASTN TO PD-LASTN.
           MOVE FIRSTN TO PD-FIRSTN.
      *
      *
       C40-MOVE-TRANS-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANS-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = ARCHIVE-ID
                       MOVE "Y" TO TRANS-EOF-SW
                   ELSE
                       MOVE TRANS-REC TO ARCH-TRANS-REC
                       WRITE ARCH-TRANS-REC
                           INVALID KEY
                               REWRITE ARCH-TRANS-REC
                       END-WRITE
                       DELETE IND-TRANS-FILE RECORD
                       ADD 1 TO TRANS-MOVED-COUNT
                       ADD 1 TO TRANS-MOVED-TOTAL
                   END-IF
           END-READ.
      *
      *
