       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-42.
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
      * ROOM UTILIZATION GRID.  THE OPERATOR KEYS THE TERM; EVERY
      * SECTION ON SCHEDULE.DAI FOR IT THAT HAS A ROOM AND MEETING
      * DAYS IS SORTED BY ROOM, AND EACH ROOM GETS ONE PRINTED GRID -
      * THE HOURS 0700 THROUGH 2200 DOWN THE SIDE, MONDAY THROUGH
      * SUNDAY ACROSS THE TOP - WITH THE DEPT+COURSE-NUM OF THE
      * SECTION OCCUPYING EACH HOUR.  A SECTION OCCUPIES EVERY HOUR IT
      * TOUCHES, SO A 0930-1045 CLASS FILLS THE 0900 AND 1000 ROWS.
      * TWO SECTIONS IN THE SAME ROOM AT THE SAME HOUR PRINT AS
      * "*CLASH*" AND ARE COUNTED AS DOUBLE-BOOKED HOURS SO THE
      * SCHEDULING OFFICE CAN CORRECT SCHEDULE.DAT AND RELOAD.  UNDER
      * EACH GRID THE ROOM'S WEEKDAY UTILIZATION IS PRINTED - HOURS
      * BOOKED MONDAY THROUGH FRIDAY OUT OF THE 80 ON THE GRID.
      * MEETINGS OUTSIDE 0700-2300 DO NOT APPEAR ON THE GRID.
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
           SELECT SORT-WORK-FILE
               ASSIGN TO "ROOMSORT.TMP".
           SELECT PRINT-FILE
               ASSIGN TO "ROOMUSE.PRT".
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
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-REC.
      *
       01  SORT-REC.
           05  SR-ROOM                  PIC X(6).
           05  SR-START-TIME            PIC 9(4).
           05  SR-END-TIME              PIC 9(4).
           05  SR-DAYS                  PIC X(7).
           05  SR-DEPT                  PIC X(4).
           05  SR-COURSE-NUM            PIC X(4).
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
           05  SORT-EOF-SW            PIC XXX VALUE "NO".
      *
       01  SCH-FILE-STATUS            PIC XX.
      *
       01  RUN-TERM-ID                PIC X(5).
       01  ROOM-HOLD                  PIC X(6) VALUE SPACES.
      *
      * ONE ROOM'S WEEK: 16 HOUR ROWS (0700 THROUGH 2200) BY 7 DAY
      * COLUMNS IN SC-DAYS ORDER, EACH CELL HOLDING THE DEPT+COURSE-NUM
      * BOOKED THERE.
      *
       01  ROOM-GRID.
           05  GRID-HOUR OCCURS 16 TIMES.
               10  GRID-CELL          PIC X(8) OCCURS 7 TIMES.
       01  HOUR-SUB                   PIC 99.
       01  DAY-SUB                    PIC 9.
       01  SECTION-DAY-TABLE.
           05  SECTION-DAY            PIC X OCCURS 7 TIMES.
      *
      * HOUR-START AND HOUR-END BOUND THE GRID ROW BEING TESTED
      * (HHMM, E.G. 0700 AND 0800).
      *
       01  HOUR-START                 PIC 9(4).
       01  HOUR-END                   PIC 9(4).
       01  CELL-COURSE.
           05  CELL-DEPT              PIC X(4).
           05  CELL-COURSE-NUM        PIC X(4).
      *
       01  ROOM-COUNTERS.
           05  BOOKED-COUNT           PIC 99.
           05  CLASH-COUNT            PIC 99.
           05  ROOM-PCT               PIC 999.
      *
       01  RUN-COUNTERS.
           05  SECTION-COUNT          PIC 9(5) VALUE ZERO.
           05  ROOM-COUNT             PIC 9(5) VALUE ZERO.
           05  RUN-CLASH-COUNT        PIC 9(5) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(30) VALUE
               "*** ROOM UTILIZATION GRID FOR ".
           05  PH-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  PRINT-ROOM-HEADING.
           05  FILLER                 PIC X(6) VALUE "ROOM: ".
           05  PR-ROOM                PIC X(6).
           05  FILLER                 PIC X(68) VALUE SPACES.
      *
       01  PRINT-DAY-HEADING.
           05  FILLER                 PIC X(6) VALUE "HOUR".
           05  FILLER                 PIC X(10) VALUE "MON".
           05  FILLER                 PIC X(10) VALUE "TUE".
           05  FILLER                 PIC X(10) VALUE "WED".
           05  FILLER                 PIC X(10) VALUE "THU".
           05  FILLER                 PIC X(10) VALUE "FRI".
           05  FILLER                 PIC X(10) VALUE "SAT".
           05  FILLER                 PIC X(10) VALUE "SUN".
           05  FILLER                 PIC X(4) VALUE SPACES.
      *
       01  PRINT-GRID-LINE.
           05  PG-HOUR                PIC 9(4).
           05  FILLER                 PIC X(2).
           05  PG-DAY OCCURS 7 TIMES.
               10  PG-CELL            PIC X(8).
               10  FILLER             PIC X(2).
           05  FILLER                 PIC X(4).
      *
       01  PRINT-ROOM-TOTAL-LINE.
           05  FILLER                 PIC X(22) VALUE
               "HOURS BOOKED MON-FRI: ".
           05  PR-BOOKED-COUNT        PIC Z9.
           05  FILLER                 PIC X(7) VALUE " OF 80 ".
           05  FILLER                 PIC X(1) VALUE "(".
           05  PR-ROOM-PCT            PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE "%)".
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE
               "DOUBLE-BOOKED HOURS: ".
           05  PR-CLASH-COUNT         PIC Z9.
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       01  PRINT-TRAILER-LINE.
           05  FILLER                 PIC X(17) VALUE
               "SECTIONS PLACED: ".
           05  PT-SECTION-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE "ROOMS: ".
           05  PT-ROOM-COUNT          PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE
               "DOUBLE-BOOKED HOURS: ".
           05  PT-CLASH-COUNT         PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.
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
           DISPLAY "ENTER TERM FOR ROOM GRID (E.G. 2027S):".
           ACCEPT RUN-TERM-ID.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT SCHED-FILE.
           IF SCH-FILE-STATUS NOT = "00"
               MOVE PRINT-NO-FILE-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE RUN-TERM-ID TO PH-TERM-ID
               MOVE PRINT-HEADING-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-ROOM
                   ON ASCENDING KEY SR-START-TIME
                   INPUT PROCEDURE IS B10-SELECT-PARA
                   OUTPUT PROCEDURE IS B50-GRID-PARA
               CLOSE SCHED-FILE
           END-IF.
           CLOSE PRINT-FILE.
           STOP RUN.
      *
      * RELEASES THE TERM'S SECTIONS THAT HAVE BOTH A ROOM AND
      * MEETING DAYS - AN UNROOMED OR "TO BE ARRANGED" SECTION
      * OCCUPIES NO GRID.
      *
       B10-SELECT-PARA.
           MOVE SPACES TO SC-KEY.
           MOVE RUN-TERM-ID TO SC-TERM-ID.
           START SCHED-FILE KEY NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO SCHED-EOF-SW
           END-START.
           PERFORM B20-SECTION-PARA UNTIL SCHED-EOF-SW = "Y".
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
                       IF SC-ROOM NOT = SPACES AND
                          SC-DAYS NOT = SPACES
                           PERFORM C20-RELEASE-PARA
                       END-IF
                   END-IF
           END-READ.
      *
      *
       C20-RELEASE-PARA.
           ADD 1 TO SECTION-COUNT.
           MOVE SC-ROOM TO SR-ROOM.
           MOVE SC-START-TIME TO SR-START-TIME.
           MOVE SC-END-TIME TO SR-END-TIME.
           MOVE SC-DAYS TO SR-DAYS.
           MOVE SC-DEPT TO SR-DEPT.
           MOVE SC-COURSE-NUM TO SR-COURSE-NUM.
           RELEASE SORT-REC.
      *
      * SECTIONS COME BACK GROUPED BY ROOM.  A CHANGE OF ROOM PRINTS
      * THE GRID JUST FILLED AND CLEARS IT FOR THE NEXT ROOM; THE
      * LAST ROOM IS PRINTED WHEN THE SORT RUNS OUT.
      *
       B50-GRID-PARA.
           PERFORM B60-RETURN-PARA UNTIL SORT-EOF-SW = "YES".
           IF ROOM-HOLD NOT = SPACES
               PERFORM C70-PRINT-GRID-PARA
           END-IF.
           MOVE SECTION-COUNT TO PT-SECTION-COUNT.
           MOVE ROOM-COUNT TO PT-ROOM-COUNT.
           MOVE RUN-CLASH-COUNT TO PT-CLASH-COUNT.
           MOVE PRINT-TRAILER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
      *
      *
       B60-RETURN-PARA.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO SORT-EOF-SW
               NOT AT END
                   PERFORM C60-PLACE-SECTION-PARA
           END-RETURN.
      *
      *
       C60-PLACE-SECTION-PARA.
           IF SR-ROOM NOT = ROOM-HOLD
               IF ROOM-HOLD NOT = SPACES
                   PERFORM C70-PRINT-GRID-PARA
               END-IF
               MOVE SR-ROOM TO ROOM-HOLD
               MOVE SPACES TO ROOM-GRID
               MOVE ZERO TO CLASH-COUNT
               ADD 1 TO ROOM-COUNT
           END-IF.
           MOVE SR-DAYS TO SECTION-DAY-TABLE.
           MOVE SR-DEPT TO CELL-DEPT.
           MOVE SR-COURSE-NUM TO CELL-COURSE-NUM.
           PERFORM C62-PLACE-DAY-PARA
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
      *
      *
       C62-PLACE-DAY-PARA.
           IF SECTION-DAY (DAY-SUB) NOT = SPACE
               PERFORM C64-PLACE-HOUR-PARA
                   VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 16
           END-IF.
      *
      * GRID ROW N RUNS FROM HOUR 6+N ON THE HOUR TO THE NEXT HOUR; THE
      * SECTION IS IN IT WHEN IT STARTS BEFORE THE ROW ENDS AND ENDS
      * AFTER THE ROW STARTS.
      *
       C64-PLACE-HOUR-PARA.
           COMPUTE HOUR-START = (HOUR-SUB + 6) * 100.
           COMPUTE HOUR-END = HOUR-START + 100.
           IF SR-START-TIME < HOUR-END AND SR-END-TIME > HOUR-START
               IF GRID-CELL (HOUR-SUB, DAY-SUB) = SPACES
                   MOVE CELL-COURSE TO GRID-CELL (HOUR-SUB, DAY-SUB)
               ELSE
                   IF GRID-CELL (HOUR-SUB, DAY-SUB) NOT = "*CLASH*"
                       MOVE "*CLASH*" TO GRID-CELL (HOUR-SUB, DAY-SUB)
                       ADD 1 TO CLASH-COUNT
                       ADD 1 TO RUN-CLASH-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      *
       C70-PRINT-GRID-PARA.
           MOVE ROOM-HOLD TO PR-ROOM.
           MOVE PRINT-ROOM-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE PRINT-DAY-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE ZERO TO BOOKED-COUNT.
           PERFORM C72-GRID-LINE-PARA
               VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 16.
           COMPUTE ROOM-PCT ROUNDED = BOOKED-COUNT * 100 / 80.
           MOVE BOOKED-COUNT TO PR-BOOKED-COUNT.
           MOVE ROOM-PCT TO PR-ROOM-PCT.
           MOVE CLASH-COUNT TO PR-CLASH-COUNT.
           MOVE PRINT-ROOM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
      *
      *
       C72-GRID-LINE-PARA.
           MOVE SPACES TO PRINT-GRID-LINE.
           COMPUTE PG-HOUR = (HOUR-SUB + 6) * 100.
           PERFORM C74-GRID-CELL-PARA
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
           MOVE PRINT-GRID-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       C74-GRID-CELL-PARA.
           MOVE GRID-CELL (HOUR-SUB, DAY-SUB) TO PG-CELL (DAY-SUB).
           IF DAY-SUB < 6 AND GRID-CELL (HOUR-SUB, DAY-SUB) NOT = SPACES
               ADD 1 TO BOOKED-COUNT
           END-IF.
