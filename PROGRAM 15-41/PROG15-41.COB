       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-41.
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
      * PRINTED SCHEDULE OF CLASSES.  THE OPERATOR KEYS THE TERM AND
      * EVERY SECTION ON SCHEDULE.DAI FOR IT IS LISTED IN KEY ORDER -
      * DEPT, COURSE-NUM, SECTION - WITH THE CATALOG DESCRIPTION FROM
      * COURSE.DAI, MEETING DAYS, START AND END TIMES ("ARRANGED" FOR
      * A SECTION WITH NO DAYS), ROOM, INSTRUCTOR, AND SEAT CAP.  A
      * BLANK LINE SEPARATES THE DEPARTMENTS.  SECTIONS LISTED AND
      * TOTAL SEATS OFFERED ARE PRINTED AT END OF JOB.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SCHED-FILE
               ASSIGN TO "SCHEDULE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SCH-FILE-STATUS.
           SELECT COURSE-FILE
               ASSIGN TO "COURSE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CRS-KEY
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "SCHEDCLS.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       COPY FDSCHED OF LIBRARY.
      *
       COPY FDCOURSE OF LIBRARY.
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
           05  SCHED-EOF-SW           PIC X VALUE "N".
      *
       01  SCH-FILE-STATUS            PIC XX.
       01  CRS-FILE-STATUS            PIC XX.
       01  COURSE-FILE-SW             PIC X VALUE "N".
      *
       01  RUN-TERM-ID                PIC X(5).
       01  DEPT-HOLD                  PIC X(4) VALUE SPACES.
      *
       01  RUN-COUNTERS.
           05  SECTION-COUNT          PIC 9(5) VALUE ZERO.
           05  SEAT-COUNT             PIC 9(6) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(29) VALUE
               "*** SCHEDULE OF CLASSES FOR ".
           05  PH-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(15) VALUE "COURSE     SEC".
           05  FILLER                 PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(8) VALUE "DAYS".
           05  FILLER                 PIC X(10) VALUE "TIME".
           05  FILLER                 PIC X(7) VALUE "ROOM".
           05  FILLER                 PIC X(15) VALUE "INSTRUCTOR".
           05  FILLER                 PIC X(3) VALUE "CAP".
      *
       01  PRINT-DETAIL-LINE.
           05  PD-DEPT                 PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-COURSE-NUM           PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-SECTION              PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-COURSE-DESC          PIC X(21).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-DAYS                 PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-TIMES.
               10  PD-START-TIME       PIC 9(4).
               10  PD-TIME-DASH        PIC X.
               10  PD-END-TIME         PIC 9(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-ROOM                 PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-INSTRUCTOR           PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-SEAT-CAP             PIC ZZ9.
      *
       01  PRINT-TRAILER-LINE.
           05  FILLER                 PIC X(17) VALUE
               "SECTIONS LISTED: ".
           05  PT-SECTION-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "SEATS OFFERED: ".
           05  PT-SEAT-COUNT           PIC ZZZZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.
      *
       01  PRINT-NO-FILE-LINE.
           05  FILLER                 PIC X(44) VALUE
               "NO SCHEDULE FILE ON HAND - RUN 15-40 FIRST.".
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           DISPLAY "ENTER TERM TO LIST (E.G. 2027S):".
           ACCEPT RUN-TERM-ID.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT SCHED-FILE.
           IF SCH-FILE-STATUS NOT = "00"
               MOVE PRINT-NO-FILE-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               PERFORM B10-OPEN-PARA
               PERFORM B20-SECTION-PARA UNTIL SCHED-EOF-SW = "Y"
               PERFORM B90-CLOSE-PARA
           END-IF.
           CLOSE PRINT-FILE.
           STOP RUN.
      *
      * THE TERM'S SECTIONS ARE READ FROM THE LOWEST KEY THE TERM
      * CAN HAVE UNTIL THE TERM CHANGES.
      *
       B10-OPEN-PARA.
           OPEN INPUT COURSE-FILE.
           IF CRS-FILE-STATUS = "00"
               MOVE "Y" TO COURSE-FILE-SW
           END-IF.
           MOVE RUN-TERM-ID TO PH-TERM-ID.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SC-KEY.
           MOVE RUN-TERM-ID TO SC-TERM-ID.
           START SCHED-FILE KEY NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO SCHED-EOF-SW
           END-START.
      *
      *
       B20-SECTION-PARA.
           READ SCHED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCHED-EOF-SW
               NOT AT END
                   IF SC-TERM-ID NOT = RUN-TERM-ID
                       MOVE "Y" TO SCHED-EOF-SW
                   ELSE
                       PERFORM C20-SECTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       C20-SECTION-LINE-PARA.
           MOVE SPACES TO PRINT-REC.
           IF SC-DEPT NOT = DEPT-HOLD
               MOVE SC-DEPT TO DEPT-HOLD
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO SECTION-COUNT.
           ADD SC-SEAT-CAP TO SEAT-COUNT.
           MOVE SPACES TO CRS-COURSE-DESC.
           IF COURSE-FILE-SW = "Y"
               MOVE SC-DEPT TO CRS-DEPT
               MOVE SC-COURSE-NUM TO CRS-COURSE-NUM
               READ COURSE-FILE
                   INVALID KEY
                       MOVE "*NOT IN CATALOG*" TO CRS-COURSE-DESC
               END-READ
           END-IF.
           MOVE SC-DEPT TO PD-DEPT.
           MOVE SC-COURSE-NUM TO PD-COURSE-NUM.
           MOVE SC-SECTION TO PD-SECTION.
           MOVE CRS-COURSE-DESC TO PD-COURSE-DESC.
           MOVE SC-DAYS TO PD-DAYS.
           IF SC-DAYS = SPACES
               MOVE "ARRANGED" TO PD-TIMES
           ELSE
               MOVE SC-START-TIME TO PD-START-TIME
               MOVE "-" TO PD-TIME-DASH
               MOVE SC-END-TIME TO PD-END-TIME
           END-IF.
           MOVE SC-ROOM TO PD-ROOM.
           MOVE SC-INSTRUCTOR TO PD-INSTRUCTOR.
           MOVE SC-SEAT-CAP TO PD-SEAT-CAP.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B90-CLOSE-PARA.
           MOVE SECTION-COUNT TO PT-SECTION-COUNT.
           MOVE SEAT-COUNT TO PT-SEAT-COUNT.
           MOVE PRINT-TRAILER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           IF COURSE-FILE-SW = "Y"
               CLOSE COURSE-FILE
           END-IF.
           CLOSE SCHED-FILE.
