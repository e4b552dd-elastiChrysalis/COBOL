       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-43.
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
      * INSTRUCTOR TEACHING-LOAD REPORT FOR THE DEPARTMENT CHAIRS.
      * THE OPERATOR KEYS THE TERM; EVERY SECTION ON SCHEDULE.DAI FOR
      * IT IS SORTED BY INSTRUCTOR AND LISTED UNDER THE INSTRUCTOR'S
      * NAME WITH ITS MEETING DAYS, TIMES, ROOM, WEEKLY CONTACT HOURS
      * (MEETING LENGTH TIMES DAYS MET), AND THE NUMBER OF STUDENTS
      * CONFIRMED INTO IT ON ENROLL.DAI.  EACH INSTRUCTOR CLOSES WITH
      * A LOAD LINE - SECTIONS, CONTACT HOURS PER WEEK, AND STUDENTS -
      * AND THE RUN CLOSES WITH INSTRUCTOR AND SECTION COUNTS.
      * SECTIONS WITH NO INSTRUCTOR ASSIGNED ARE GATHERED UNDER
      * "*UNASSIGNED*" SO THE CHAIRS CAN STAFF THEM.  A "TO BE
      * ARRANGED" SECTION CARRIES NO CONTACT HOURS.
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
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES
               FILE STATUS IS EN-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO "LOADSORT.TMP".
           SELECT PRINT-FILE
               ASSIGN TO "TEACHLD.PRT".
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
       COPY FDENROLL OF LIBRARY.
      *
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-REC.
      *
       01  SORT-REC.
           05  SR-INSTRUCTOR            PIC X(14).
           05  SR-DEPT                  PIC X(4).
           05  SR-COURSE-NUM            PIC X(4).
           05  SR-SECTION               PIC X(2).
           05  SR-DAYS                  PIC X(7).
           05  SR-START-TIME            PIC 9(4).
           05  SR-END-TIME              PIC 9(4).
           05  SR-ROOM                  PIC X(6).
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
           05  ENR-EOF-SW             PIC X VALUE "N".
           05  SORT-EOF-SW            PIC XXX VALUE "NO".
           05  FIRST-SW               PIC X VALUE "Y".
           05  SECT-FOUND-SW          PIC X VALUE "N".
           05  TABLE-FULL-SW          PIC X VALUE "N".
      *
       01  SCH-FILE-STATUS            PIC XX.
       01  EN-FILE-STATUS             PIC XX.
      *
       01  RUN-TERM-ID                PIC X(5).
       01  INSTRUCTOR-HOLD            PIC X(14).
      *
      * CONFIRMED HEADCOUNT FOR EVERY SECTION OF THE TERM, TALLIED
      * FROM ENROLL.DAI BEFORE THE SORT.  A SECTION NOBODY HAS
      * REGISTERED INTO IS SIMPLY NOT IN THE TABLE.  A SECTION THAT
      * WILL NOT FIT SETS TABLE-FULL-SW, AND THE REPORT CLOSES WITH A
      * WARNING THAT SOME HEADCOUNTS PRINTED AS ZERO.
      *
       01  SECTION-COUNT-TABLE.
           05  SECTION-COUNT-ENTRY OCCURS 999 TIMES.
               10  ST-DEPT            PIC X(4).
               10  ST-COURSE-NUM      PIC X(4).
               10  ST-SECTION         PIC X(2).
               10  ST-COUNT           PIC 9(4).
       01  SECTION-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       01  SECTION-SUB                PIC 9(4).
       01  SECTION-HOLD-SUB           PIC 9(3).
       01  SECTION-HOLD.
           05  SH-DEPT                PIC X(4).
           05  SH-COURSE-NUM          PIC X(4).
           05  SH-SECTION             PIC X(2).
      *
      * WEEKLY CONTACT MINUTES FOR ONE SECTION, WORKED FROM THE HHMM
      * START AND END TIMES.
      *
       01  TIME-VIEW.
           05  TIME-HH                PIC 99.
           05  TIME-MM                PIC 99.
       01  TIME-CHECK                 REDEFINES TIME-VIEW PIC 9(4).
       01  START-MINUTES              PIC 9(4).
       01  END-MINUTES                PIC 9(4).
       01  DAYS-MET                   PIC 9.
       01  DAY-SUB                    PIC 9.
       01  SECTION-DAY-TABLE.
           05  SECTION-DAY            PIC X OCCURS 7 TIMES.
       01  SECTION-MINUTES            PIC 9(5).
       01  SECTION-HOURS              PIC 9(3)V9.
       01  SECTION-STUDENTS           PIC 9(4).
      *
       01  INSTRUCTOR-TOTALS.
           05  INSTR-SECTIONS         PIC 9(3).
           05  INSTR-MINUTES          PIC 9(6).
           05  INSTR-HOURS            PIC 9(4)V9.
           05  INSTR-STUDENTS         PIC 9(5).
      *
       01  RUN-COUNTERS.
           05  SECTION-COUNT          PIC 9(5) VALUE ZERO.
           05  INSTRUCTOR-COUNT       PIC 9(5) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(35) VALUE
               "*** INSTRUCTOR TEACHING LOAD FOR ".
           05  PH-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  PRINT-INSTRUCTOR-HEADING.
           05  FILLER                 PIC X(12) VALUE "INSTRUCTOR: ".
           05  PI-INSTRUCTOR          PIC X(14).
           05  FILLER                 PIC X(54) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE "COURSE     SEC".
           05  FILLER                 PIC X(8) VALUE "DAYS".
           05  FILLER                 PIC X(10) VALUE "TIME".
           05  FILLER                 PIC X(8) VALUE "ROOM".
           05  FILLER                 PIC X(9) VALUE "HRS/WK".
           05  FILLER                 PIC X(8) VALUE "STUDENTS".
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
       01  PRINT-DETAIL-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PD-DEPT                 PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-COURSE-NUM           PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-SECTION              PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-DAYS                 PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-TIMES.
               10  PD-START-TIME       PIC 9(4).
               10  PD-TIME-DASH        PIC X.
               10  PD-END-TIME         PIC 9(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-ROOM                 PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-HOURS                PIC ZZ9.9.
           05  FILLER                 PIC X(7) VALUE SPACES.
           05  PD-STUDENTS             PIC ZZZ9.
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
       01  PRINT-LOAD-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "SECTIONS: ".
           05  PL-SECTIONS            PIC ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE
               "CONTACT HRS/WEEK: ".
           05  PL-HOURS               PIC ZZZ9.9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "STUDENTS: ".
           05  PL-STUDENTS            PIC ZZZZ9.
           05  FILLER                 PIC X(14) VALUE SPACES.
      *
       01  PRINT-TRAILER-LINE.
           05  FILLER                 PIC X(13) VALUE
               "INSTRUCTORS: ".
           05  PT-INSTRUCTOR-COUNT    PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "SECTIONS: ".
           05  PT-SECTION-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(43) VALUE SPACES.
      *
       01  PRINT-FULL-LINE.
           05  FILLER                 PIC X(35) VALUE
               "*** MORE THAN 999 SECTIONS ENROLLED".
           05  FILLER                 PIC X(37) VALUE
               " - TABLE FULL - COUNTS INCOMPLETE ***".
           05  FILLER                 PIC X(8) VALUE SPACES.
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
           DISPLAY "ENTER TERM FOR TEACHING LOAD (E.G. 2027S):".
           ACCEPT RUN-TERM-ID.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT SCHED-FILE.
           IF SCH-FILE-STATUS NOT = "00"
               MOVE PRINT-NO-FILE-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               PERFORM B05-COUNT-ENROLL-PARA
               MOVE RUN-TERM-ID TO PH-TERM-ID
               MOVE PRINT-HEADING-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-INSTRUCTOR
                   ON ASCENDING KEY SR-DEPT
                   ON ASCENDING KEY SR-COURSE-NUM
                   ON ASCENDING KEY SR-SECTION
                   INPUT PROCEDURE IS B10-SELECT-PARA
                   OUTPUT PROCEDURE IS B50-REPORT-PARA
               CLOSE SCHED-FILE
           END-IF.
           CLOSE PRINT-FILE.
           STOP RUN.
      *
      * ONE PASS OF ENROLL.DAI TALLIES THE TERM'S CONFIRMED ROWS BY
      * SECTION.  NO ENROLLMENT FILE ON HAND LEAVES EVERY HEADCOUNT
      * ZERO.
      *
       B05-COUNT-ENROLL-PARA.
           OPEN INPUT ENROLL-FILE.
           IF EN-FILE-STATUS = "00"
               PERFORM C05-ENROLL-ROW-PARA UNTIL ENR-EOF-SW = "Y"
               CLOSE ENROLL-FILE
           END-IF.
      *
      *
       C05-ENROLL-ROW-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ENR-EOF-SW
               NOT AT END
                   IF EN-TERM-ID = RUN-TERM-ID AND
                      EN-STATUS = "C" AND
                      EN-SECTION NOT = SPACES
                       PERFORM C07-TALLY-PARA
                   END-IF
           END-READ.
      *
      *
       C07-TALLY-PARA.
           MOVE EN-DEPT TO SH-DEPT.
           MOVE EN-COURSE-NUM TO SH-COURSE-NUM.
           MOVE EN-SECTION TO SH-SECTION.
           PERFORM C08-FIND-SECTION-PARA.
           IF SECT-FOUND-SW = "Y"
               ADD 1 TO ST-COUNT (SECTION-HOLD-SUB)
           ELSE
               IF SECTION-TABLE-COUNT < 999
                   ADD 1 TO SECTION-TABLE-COUNT
                   MOVE EN-DEPT TO ST-DEPT (SECTION-TABLE-COUNT)
                   MOVE EN-COURSE-NUM TO
                       ST-COURSE-NUM (SECTION-TABLE-COUNT)
                   MOVE EN-SECTION TO ST-SECTION (SECTION-TABLE-COUNT)
                   MOVE 1 TO ST-COUNT (SECTION-TABLE-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-FULL-SW
               END-IF
           END-IF.
      *
      * LOOKS SECTION-HOLD UP IN THE HEADCOUNT TABLE, LEAVING
      * SECTION-HOLD-SUB ON THE ENTRY WHEN FOUND.
      *
       C08-FIND-SECTION-PARA.
           MOVE "N" TO SECT-FOUND-SW.
           PERFORM C09-SCAN-SECTION-PARA
               VARYING SECTION-SUB FROM 1 BY 1
               UNTIL SECTION-SUB > SECTION-TABLE-COUNT
                  OR SECT-FOUND-SW = "Y".
      *
      *
       C09-SCAN-SECTION-PARA.
           IF ST-DEPT (SECTION-SUB) = SH-DEPT AND
              ST-COURSE-NUM (SECTION-SUB) = SH-COURSE-NUM AND
              ST-SECTION (SECTION-SUB) = SH-SECTION
               MOVE "Y" TO SECT-FOUND-SW
               MOVE SECTION-SUB TO SECTION-HOLD-SUB
           END-IF.
      *
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
                       PERFORM C20-RELEASE-PARA
                   END-IF
           END-READ.
      *
      *
       C20-RELEASE-PARA.
           IF SC-INSTRUCTOR = SPACES
               MOVE "*UNASSIGNED*" TO SR-INSTRUCTOR
           ELSE
               MOVE SC-INSTRUCTOR TO SR-INSTRUCTOR
           END-IF.
           MOVE SC-DEPT TO SR-DEPT.
           MOVE SC-COURSE-NUM TO SR-COURSE-NUM.
           MOVE SC-SECTION TO SR-SECTION.
           MOVE SC-DAYS TO SR-DAYS.
           MOVE SC-START-TIME TO SR-START-TIME.
           MOVE SC-END-TIME TO SR-END-TIME.
           MOVE SC-ROOM TO SR-ROOM.
           RELEASE SORT-REC.
      *
      * SECTIONS COME BACK GROUPED BY INSTRUCTOR.  A CHANGE OF
      * INSTRUCTOR PRINTS THE LOAD LINE FOR THE ONE JUST FINISHED AND
      * THE HEADING FOR THE NEXT; THE LAST LOAD LINE IS PRINTED WHEN
      * THE SORT RUNS OUT.
      *
       B50-REPORT-PARA.
           PERFORM B60-RETURN-PARA UNTIL SORT-EOF-SW = "YES".
           IF FIRST-SW = "N"
               PERFORM C80-LOAD-LINE-PARA
           END-IF.
           MOVE INSTRUCTOR-COUNT TO PT-INSTRUCTOR-COUNT.
           MOVE SECTION-COUNT TO PT-SECTION-COUNT.
           MOVE PRINT-TRAILER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           IF TABLE-FULL-SW = "Y"
               MOVE PRINT-FULL-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
           END-IF.
      *
      *
       B60-RETURN-PARA.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO SORT-EOF-SW
               NOT AT END
                   PERFORM C60-SECTION-LINE-PARA
           END-RETURN.
      *
      *
       C60-SECTION-LINE-PARA.
           IF FIRST-SW = "Y" OR SR-INSTRUCTOR NOT = INSTRUCTOR-HOLD
               IF FIRST-SW = "N"
                   PERFORM C80-LOAD-LINE-PARA
               END-IF
               MOVE "N" TO FIRST-SW
               MOVE SR-INSTRUCTOR TO INSTRUCTOR-HOLD
               PERFORM C65-INSTRUCTOR-HEADING-PARA
           END-IF.
           PERFORM C70-CONTACT-HOURS-PARA.
           MOVE SR-DEPT TO SH-DEPT.
           MOVE SR-COURSE-NUM TO SH-COURSE-NUM.
           MOVE SR-SECTION TO SH-SECTION.
           PERFORM C08-FIND-SECTION-PARA.
           IF SECT-FOUND-SW = "Y"
               MOVE ST-COUNT (SECTION-HOLD-SUB) TO SECTION-STUDENTS
           ELSE
               MOVE ZERO TO SECTION-STUDENTS
           END-IF.
           ADD 1 TO SECTION-COUNT.
           ADD 1 TO INSTR-SECTIONS.
           ADD SECTION-MINUTES TO INSTR-MINUTES.
           ADD SECTION-STUDENTS TO INSTR-STUDENTS.
           MOVE SR-DEPT TO PD-DEPT.
           MOVE SR-COURSE-NUM TO PD-COURSE-NUM.
           MOVE SR-SECTION TO PD-SECTION.
           MOVE SR-DAYS TO PD-DAYS.
           IF SR-DAYS = SPACES
               MOVE "ARRANGED" TO PD-TIMES
           ELSE
               MOVE SR-START-TIME TO PD-START-TIME
               MOVE "-" TO PD-TIME-DASH
               MOVE SR-END-TIME TO PD-END-TIME
           END-IF.
           MOVE SR-ROOM TO PD-ROOM.
           MOVE SECTION-HOURS TO PD-HOURS.
           MOVE SECTION-STUDENTS TO PD-STUDENTS.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       C65-INSTRUCTOR-HEADING-PARA.
           ADD 1 TO INSTRUCTOR-COUNT.
           MOVE ZERO TO INSTR-SECTIONS
                        INSTR-MINUTES
                        INSTR-STUDENTS.
           MOVE SR-INSTRUCTOR TO PI-INSTRUCTOR.
           MOVE PRINT-INSTRUCTOR-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * MINUTES PER MEETING (END LESS START, BOTH TURNED INTO MINUTES
      * PAST MIDNIGHT) TIMES THE NUMBER OF DAYS THE SECTION MEETS.
      *
       C70-CONTACT-HOURS-PARA.
           MOVE ZERO TO SECTION-MINUTES.
           IF SR-DAYS NOT = SPACES
               MOVE SR-START-TIME TO TIME-CHECK
               COMPUTE START-MINUTES = TIME-HH * 60 + TIME-MM
               MOVE SR-END-TIME TO TIME-CHECK
               COMPUTE END-MINUTES = TIME-HH * 60 + TIME-MM
               MOVE SR-DAYS TO SECTION-DAY-TABLE
               MOVE ZERO TO DAYS-MET
               PERFORM C72-COUNT-DAY-PARA
                   VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7
               IF END-MINUTES > START-MINUTES
                   COMPUTE SECTION-MINUTES =
                       (END-MINUTES - START-MINUTES) * DAYS-MET
               END-IF
           END-IF.
           COMPUTE SECTION-HOURS ROUNDED = SECTION-MINUTES / 60.
      *
      *
       C72-COUNT-DAY-PARA.
           IF SECTION-DAY (DAY-SUB) NOT = SPACE
               ADD 1 TO DAYS-MET
           END-IF.
      *
      *
       C80-LOAD-LINE-PARA.
           COMPUTE INSTR-HOURS ROUNDED = INSTR-MINUTES / 60.
           MOVE INSTR-SECTIONS TO PL-SECTIONS.
           MOVE INSTR-HOURS TO PL-HOURS.
           MOVE INSTR-STUDENTS TO PL-STUDENTS.
           MOVE PRINT-LOAD-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
