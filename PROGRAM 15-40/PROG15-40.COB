       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-40.
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
      * BUILDS THE INDEXED SCHEDULE OF CLASSES (SCHEDULE.DAI) FROM THE
      * SEQUENTIAL SCHEDULE.DAT, THE SAME WAY PROGRAM-15-14 AND
      * PROGRAM-15-23 BUILD THEIR MASTERS.  EACH ROW IS ONE SECTION OF
      * ONE COURSE IN ONE TERM.  THE DEPT+COURSE-NUM IS VALIDATED
      * AGAINST THE COURSE.DAI CATALOG (A SITE WITH NO CATALOG BUILT
      * YET GETS ITS ROWS TRUSTED ON THAT POINT, THE SAME AS THE OTHER
      * LOADS), AND THE ROW ITSELF IS EDITED: A TERM AND SECTION MUST
      * BE PRESENT, EVERY DAY POSITION MUST HOLD ITS OWN LETTER OR A
      * SPACE, A SECTION THAT MEETS MUST HAVE REAL HHMM START AND END
      * TIMES WITH THE START BEFORE THE END (A SECTION WITH NO DAYS
      * MUST CARRY ZERO TIMES - "TO BE ARRANGED"), AND THE SEAT CAP
      * MUST BE NUMERIC.  ROWS FAILING ANY EDIT, AND A SECOND ROW FOR
      * A SECTION ALREADY LOADED, ARE DROPPED TO THE EDIT LISTING
      * (SCHEDERR.PRT) WITH THE REASON INSTEAD OF BEING WRITTEN.
      *
      * SCHEDULE.DAI IS REBUILT WHOLE ON EVERY RUN, SO SCHEDULE.DAT
      * MUST CARRY EVERY TERM STILL WANTED ON FILE - ENROLL.DAI ROWS
      * NAME THEIR SECTION AND THE REPORTS LOOK SECTIONS UP BY TERM.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SEQ-SCHED-FILE
               ASSIGN TO "SCHEDULE.DAT".
           SELECT SCHED-FILE
               ASSIGN TO "SCHEDULE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SC-KEY.
           SELECT COURSE-FILE
               ASSIGN TO "COURSE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CRS-KEY
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT EXCEPT-FILE
               ASSIGN TO "SCHEDERR.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  SEQ-SCHED-FILE
             RECORD CONTAINS 60 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS SEQ-SCHED-REC.
      *
       01  SEQ-SCHED-REC              PIC X(60).
      *
       COPY FDSCHED OF LIBRARY.
      *
       COPY FDCOURSE OF LIBRARY.
      *
       FD  EXCEPT-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS EXCEPT-REC.
      *
       01  EXCEPT-REC                 PIC X(80).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  PROGRAM-SWITCHES.
           05  SCHED-EOF-SW           PIC X VALUE "N".
           05  ROW-OK-SW              PIC X VALUE "N".
      *
      * COURSE-FILE-SW IS SET FROM CRS-FILE-STATUS RIGHT AFTER THE
      * OPEN SO C30-VALIDATE-PARA CAN TELL WHETHER COURSE.DAI WAS
      * ACTUALLY THERE TO VALIDATE AGAINST.
      *
       01  CRS-FILE-STATUS            PIC XX.
       01  COURSE-FILE-SW             PIC X VALUE "N".
      *
      * THE DAY LETTERS IN THEIR SC-DAYS POSITIONS, AND THE ROW'S
      * DAYS LAID OUT THE SAME WAY SO C33-CHECK-DAY-PARA CAN WALK
      * THEM SIDE BY SIDE.
      *
       01  DAY-LETTER-VALUES          PIC X(7) VALUE "MTWRFSU".
       01  DAY-LETTER-TABLE REDEFINES DAY-LETTER-VALUES.
           05  DAY-LETTER             PIC X OCCURS 7 TIMES.
       01  ROW-DAY-TABLE.
           05  ROW-DAY                PIC X OCCURS 7 TIMES.
       01  DAY-SUB                    PIC 9.
       01  DAY-COUNT                  PIC 9.
      *
       01  TIME-VIEW.
           05  TIME-HH                PIC 99.
           05  TIME-MM                PIC 99.
       01  TIME-CHECK                 REDEFINES TIME-VIEW PIC 9(4).
      *
       01  LOAD-COUNTERS.
           05  SCHED-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  SCHED-LOAD-COUNT       PIC 9(5) VALUE ZERO.
           05  BAD-ROW-COUNT          PIC 9(5) VALUE ZERO.
      *
       01  EXCEPT-HEADING.
           05  FILLER                 PIC X(38) VALUE
               "*** SCHEDULE SECTIONS NOT LOADED ***".
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  EXCEPT-DETAIL-LINE.
           05  ED-LABEL               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ED-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ED-DEPT                PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ED-COURSE-NUM          PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ED-SECTION             PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ED-DAYS                PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ED-START-TIME          PIC X(4).
           05  FILLER                 PIC X(1) VALUE "-".
           05  ED-END-TIME            PIC X(4).
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  EXCEPT-TRAILER-LINE.
           05  FILLER                 PIC X(11) VALUE
               "ROWS READ: ".
           05  ET-READ-COUNT          PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE
               "ROWS LOADED: ".
           05  ET-LOAD-COUNT          PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               "ROWS DROPPED: ".
           05  ET-BAD-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           PERFORM B10-OPEN-PARA.
           PERFORM B20-LOAD-PARA UNTIL SCHED-EOF-SW = "Y".
           PERFORM B90-CLOSE-PARA.
           STOP RUN.
      *
      *
       B10-OPEN-PARA.
           OPEN INPUT SEQ-SCHED-FILE
                OUTPUT SCHED-FILE
                       EXCEPT-FILE.
           OPEN INPUT COURSE-FILE.
           IF CRS-FILE-STATUS = "00"
               MOVE "Y" TO COURSE-FILE-SW
           ELSE
               MOVE "N" TO COURSE-FILE-SW
           END-IF.
           MOVE EXCEPT-HEADING TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B20-LOAD-PARA.
           READ SEQ-SCHED-FILE
               AT END
                   MOVE "Y" TO SCHED-EOF-SW
               NOT AT END
                   MOVE SEQ-SCHED-REC TO SCHED-REC
                   ADD 1 TO SCHED-READ-COUNT
                   PERFORM C30-VALIDATE-PARA
           END-READ.
      *
      * EACH EDIT RUNS ONLY WHILE THE ROW IS STILL GOOD, SO THE
      * LISTING SHOWS THE FIRST REASON A ROW WAS DROPPED.
      *
       C30-VALIDATE-PARA.
           MOVE "Y" TO ROW-OK-SW.
           IF COURSE-FILE-SW = "Y"
               MOVE SC-DEPT TO CRS-DEPT
               MOVE SC-COURSE-NUM TO CRS-COURSE-NUM
               READ COURSE-FILE
                   INVALID KEY
                       MOVE "COURSE NOT CATALOG: " TO ED-LABEL
                       MOVE "N" TO ROW-OK-SW
               END-READ
           END-IF.
           IF ROW-OK-SW = "Y"
               IF SC-TERM-ID = SPACES OR SC-SECTION = SPACES
                   MOVE "NO TERM OR SECTION: " TO ED-LABEL
                   MOVE "N" TO ROW-OK-SW
               END-IF
           END-IF.
           IF ROW-OK-SW = "Y"
               PERFORM C32-CHECK-DAYS-PARA
           END-IF.
           IF ROW-OK-SW = "Y"
               PERFORM C35-CHECK-TIMES-PARA
           END-IF.
           IF ROW-OK-SW = "Y"
               IF SC-SEAT-CAP NOT NUMERIC
                   MOVE "SEAT CAP NOT NUM:   " TO ED-LABEL
                   MOVE "N" TO ROW-OK-SW
               END-IF
           END-IF.
           IF ROW-OK-SW = "Y"
               PERFORM C40-WRITE-SCHED-PARA
           ELSE
               PERFORM C50-BAD-ROW-PARA
           END-IF.
      *
      *
       C32-CHECK-DAYS-PARA.
           MOVE SC-DAYS TO ROW-DAY-TABLE.
           MOVE ZERO TO DAY-COUNT.
           PERFORM C33-CHECK-DAY-PARA
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
           IF ROW-OK-SW = "N"
               MOVE "BAD MEETING DAYS:   " TO ED-LABEL
           END-IF.
      *
      *
       C33-CHECK-DAY-PARA.
           IF ROW-DAY (DAY-SUB) NOT = SPACE
               IF ROW-DAY (DAY-SUB) = DAY-LETTER (DAY-SUB)
                   ADD 1 TO DAY-COUNT
               ELSE
                   MOVE "N" TO ROW-OK-SW
               END-IF
           END-IF.
      *
      * A SECTION WITH NO MEETING DAYS IS "TO BE ARRANGED" AND MUST
      * CARRY ZERO TIMES; ONE THAT MEETS NEEDS TWO REAL CLOCK TIMES,
      * THE START BEFORE THE END.
      *
       C35-CHECK-TIMES-PARA.
           IF SC-START-TIME NOT NUMERIC OR SC-END-TIME NOT NUMERIC
               MOVE "N" TO ROW-OK-SW
           ELSE
               IF DAY-COUNT = ZERO
                   IF SC-START-TIME NOT = ZERO OR
                      SC-END-TIME NOT = ZERO
                       MOVE "N" TO ROW-OK-SW
                   END-IF
               ELSE
                   IF SC-START-TIME NOT < SC-END-TIME
                       MOVE "N" TO ROW-OK-SW
                   ELSE
                       MOVE SC-START-TIME TO TIME-CHECK
                       PERFORM C37-CHECK-CLOCK-PARA
                       MOVE SC-END-TIME TO TIME-CHECK
                       PERFORM C37-CHECK-CLOCK-PARA
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK-SW = "N"
               MOVE "BAD MEETING TIMES:  " TO ED-LABEL
           END-IF.
      *
      *
       C37-CHECK-CLOCK-PARA.
           IF TIME-HH > 23 OR TIME-MM > 59
               MOVE "N" TO ROW-OK-SW
           END-IF.
      *
      *
       C40-WRITE-SCHED-PARA.
           WRITE SCHED-REC
               INVALID KEY
                   MOVE "DUPLICATE SECTION:  " TO ED-LABEL
                   PERFORM C50-BAD-ROW-PARA
               NOT INVALID KEY
                   ADD 1 TO SCHED-LOAD-COUNT
           END-WRITE.
      *
      *
       C50-BAD-ROW-PARA.
           ADD 1 TO BAD-ROW-COUNT.
           MOVE SC-TERM-ID TO ED-TERM-ID.
           MOVE SC-DEPT TO ED-DEPT.
           MOVE SC-COURSE-NUM TO ED-COURSE-NUM.
           MOVE SC-SECTION TO ED-SECTION.
           MOVE SC-DAYS TO ED-DAYS.
           MOVE SC-START-TIME TO ED-START-TIME.
           MOVE SC-END-TIME TO ED-END-TIME.
           MOVE EXCEPT-DETAIL-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B90-CLOSE-PARA.
           MOVE SCHED-READ-COUNT TO ET-READ-COUNT.
           MOVE SCHED-LOAD-COUNT TO ET-LOAD-COUNT.
           MOVE BAD-ROW-COUNT TO ET-BAD-COUNT.
           MOVE EXCEPT-TRAILER-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 2 LINES.
           IF COURSE-FILE-SW = "Y"
               CLOSE COURSE-FILE
           END-IF.
           CLOSE SEQ-SCHED-FILE
                 SCHED-FILE
                 EXCEPT-FILE.
