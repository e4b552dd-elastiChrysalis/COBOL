      * GRADE WAS KEYED - NOTHING REGISTERED A STUDENT INTO A TERM UP
      * FRONT.  THE OPERATOR KEYS THE TERM BEING REGISTERED AND THE
      * PROGRAM READS THE REGISTRATION REQUEST FILE (REGREQ.DAT, ONE
      * ROW PER STUDENT+COURSE IN THE ORDER THE REQUESTS ARRIVED,
      * WITH THE UNITS THE STUDENT IS TAKING THE COURSE FOR),
      * VALIDATES EACH REQUEST AGAINST STUDENT.DAI AND THE COURSE.DAI
      * CATALOG, AND WRITES AN ENROLL.DAI ROW KEYED LIKE STUTRANS.DAI
      * (STUDENT-ID + REC-CNT) CARRYING THE REQUESTED UNITS IN
      * EN-UNITS FOR PROGRAM-15-38'S TUITION ASSESSMENT.  A REQUEST
      * WITHOUT A UNIT COUNT OF 1-9 IS REJECTED.  A COURSE'S
      * CRS-SEAT-CAP IS ENFORCED AS REQUESTS ARRIVE: UP TO THE CAP A
      * REQUEST IS CONFIRMED (EN-STATUS "C"), PAST IT THE REQUEST
      * GOES ON THE WAITLIST (EN-STATUS "W") IN ENTRY ORDER.  A
      * SECTION ON THE TERM'S SCHEDULE.DAI IS HELD TO ITS OWN CAP; AN
      * UNSCHEDULED SECTION IS HELD TO THE CATALOG CAP COUNTED ACROSS
      * EVERY SECTION OF THE COURSE, SO SPLITTING REQUESTS OVER
      * SECTION CODES CANNOT SELL MORE SEATS THAN THE CATALOG ALLOWS.
      * CONFIRMED SEATS ALREADY ON ENROLL.DAI FOR THE TERM FROM AN
      * EARLIER BATCH ARE COUNTED BEFORE THE FIRST REQUEST IS
      * PROCESSED, SO A SECOND NIGHT'S RUN CANNOT OVERSELL A COURSE.
      * THE RUN PRINTS A PER-COURSE REGISTER (REGISTER.PRT) OF
      * CONFIRMED AND WAITLISTED STUDENTS AND A REJECT LISTING
      * (REGREJ.PRT) OF REQUESTS THAT COULD NOT BE REGISTERED, WITH
      * REASONS.  AT TERM END PROGRAM-15-22 TURNS
      * THE CONFIRMED ROWS INTO THE STUTRANS.DAI SHELLS THE GRADES
      * ARE POSTED INTO, SO THE CLERKS NEVER RE-KEY DEPT/COURSE-NUM
      * FROM PAPER.
      *
      * EACH REQUEST ALSO NAMES THE SECTION WANTED.  WHEN THE
      * SCHEDULE OF CLASSES (SCHEDULE.DAI, BUILT BY PROGRAM-15-40) IS
      * ON HAND THE SECTION MUST EXIST FOR THE TERM, ITS OWN SEAT CAP
      * REPLACES THE CATALOG CAP, AND A REQUEST WHOSE SECTION MEETS AT
      * THE SAME TIME AS ONE THE STUDENT IS ALREADY CONFIRMED IN IS
      * REJECTED AS A TIME CONFLICT.  THE SECTION IS RECORDED ON THE
      * ENROLL.DAI ROW (EN-SECTION) AND THE REGISTER IS PRINTED BY
      * COURSE SECTION.
      *
      * OPERATIONS NOTE: EN-REC-CNT IS THREE DIGITS, SO A STUDENT'S
      * ENROLL.DAI ROWS FOR EVERY TERM STAY ON FILE TOGETHER (EACH
      * RUN LOOKS ONLY AT ITS OWN EN-TERM-ID) AND THE FILE IS NO
      * LONGER DELETED BETWEEN REGISTRATION CYCLES.  THIS PROGRAM
      * STILL CREATES IT EMPTY ON THE FIRST RUN EVER (FILE STATUS
      * "35" ON THE I-O OPEN).
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
               RECORD KEY IS CRS-KEY
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT SCHED-FILE
               ASSIGN TO "SCHEDULE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS SCH-FILE-STATUS.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
           05  RR-DEPT                PIC X(4).
           05  RR-COURSE-NUM          PIC X(4).
           05  RR-TERM-ID             PIC X(5).
           05  RR-UNITS               PIC 9.
           05  RR-SECTION             PIC X(2).
           05  FILLER                 PIC X(5).
      *
       COPY FDSTUDENT OF LIBRARY.
      *
       COPY FDCOURSE OF LIBRARY.
      *
       COPY FDSCHED OF LIBRARY.
      *
       COPY FDENROLL OF LIBRARY.
      *
       01  SORT-REC.
           05  SR-DEPT                  PIC X(4).
           05  SR-COURSE-NUM            PIC X(4).
           05  SR-SECTION               PIC X(2).
           05  SR-STATUS                PIC X.
           05  SR-ENTRY-SEQ             PIC 9(5).
           05  SR-STUDENT-ID            PIC 9(9).
       01  CRS-FILE-STATUS            PIC XX.
       01  EN-FILE-STATUS             PIC XX.
      *
      * SCHED-FILE-SW IS SET FROM SCH-FILE-STATUS RIGHT AFTER THE
      * OPEN.  WITH NO SCHEDULE.DAI ON HAND SECTIONS ARE TAKEN AS
      * KEYED AND NOTHING IS CHECKED FOR TIME CONFLICTS.
      *
       01  SCH-FILE-STATUS            PIC XX.
       01  SCHED-FILE-SW              PIC X VALUE "N".
      *
       01  RUN-TERM-ID                PIC X(5).
      *
      * NEXT FREE REC-CNT FOUND FOR THE STUDENT BY C40-FIND-SLOT-PARA
      * (ZERO ONLY IF EVERY ONE OF THE 999 SLOTS IS TAKEN), THE
      * REC-CNT THE WALK EXPECTS TO FIND NEXT, AND THE END-OF-STUDENT
      * SWITCH FOR THE WALK.
      *
       01  FREE-REC-CNT               PIC 9(3) VALUE ZERO.
       01  NEXT-REC-CNT               PIC 9(4).
       01  SLOT-EOF-SW                PIC X VALUE "N".
      *
      * EVERY COURSE SECTION SEEN THIS RUN - EITHER ON A REQUEST OR
      * ON AN EXISTING CONFIRMED ENROLL.DAI ROW FOR THE TERM - WITH
      * ITS SEAT CAP, OFFICIAL DESCRIPTION, THE RUNNING COUNT OF
      * CONFIRMED SEATS, AND (WHEN THE SECTION IS ON SCHEDULE.DAI)
      * ITS MEETING DAYS AND TIMES.  THE SECTION'S OWN CAP GOVERNS
      * WHEN THE SECTION IS SCHEDULED; OTHERWISE THE CATALOG CAP
      * GOVERNS, TESTED AGAINST THE COURSE'S TOTAL BELOW RATHER THAN
      * THE SECTION'S OWN COUNT.  A CAP OF ZERO (OR THE BLANKS AN OLD
      * COURSE.DAI CARRIES IN THE FIELD) MEANS NO SEAT LIMIT.
      * SECTION-HOLD CARRIES THE SECTION BEING LOOKED UP ALONGSIDE
      * CRS-DEPT AND CRS-COURSE-NUM.  THE TABLE HOLDS A FULL TERM'S
      * SCHEDULE OF SECTIONS; A SECTION THAT WILL NOT FIT SETS
      * CAP-TABLE-FULL-SW SO ITS REQUESTS ARE REJECTED UNDER THEIR
      * OWN REASON RATHER THAN AS UNCATALOGED.
      *
       01  COURSE-CAP-TABLE.
           05  COURSE-CAP-ENTRY OCCURS 999 TIMES.
               10  CC-DEPT                PIC X(4).
               10  CC-COURSE-NUM          PIC X(4).
               10  CC-SECTION             PIC X(2).
               10  CC-CAP                 PIC 9(3).
               10  CC-CONF-COUNT          PIC 9(3).
               10  CC-COURSE-DESC         PIC X(24).
               10  CC-IN-SCHED            PIC X.
               10  CC-DAYS                PIC X(7).
               10  CC-START-TIME          PIC 9(4).
               10  CC-END-TIME            PIC 9(4).
       01  COURSE-CAP-COUNT              PIC 9(3) VALUE ZERO.
       01  COURSE-CAP-SUB                PIC 9(4).
       01  COURSE-CAP-HOLD               PIC 9(3).
       01  COURSE-FOUND-SW               PIC X VALUE "N".
       01  CAP-TABLE-FULL-SW             PIC X VALUE "N".
       01  SECTION-HOLD                  PIC X(2).
      *
      * CONFIRMED SEATS PER COURSE (DEPT + COURSE-NUM), ALL SECTIONS
      * TOGETHER - THE COUNT AN UNSCHEDULED SECTION'S CATALOG CAP IS
      * TESTED AGAINST.  A COURSE IS ADDED WHEN ITS FIRST SECTION IS
      * LOADED INTO THE CAP TABLE, SO EVERY SECTION IN THAT TABLE
      * HAS ITS COURSE HERE; A PRIOR ROW FOR A SECTION THAT DID NOT
      * FIT STILL COUNTS TOWARD ITS COURSE WHILE THERE IS ROOM.
      * COURSE-TOTAL-HOLD IS ZERO WHEN THE COURSE COULD NOT BE ADDED.
      *
       01  COURSE-TOTAL-TABLE.
           05  COURSE-TOTAL-ENTRY OCCURS 999 TIMES.
               10  CT-DEPT                PIC X(4).
               10  CT-COURSE-NUM          PIC X(4).
               10  CT-CONF-COUNT          PIC 9(4).
       01  COURSE-TOTAL-COUNT            PIC 9(3) VALUE ZERO.
       01  COURSE-TOTAL-SUB              PIC 9(4).
       01  COURSE-TOTAL-HOLD             PIC 9(3).
       01  TOTAL-FOUND-SW                PIC X VALUE "N".
      *
      * MEETING DAYS OF THE REQUESTED SECTION AND OF A SECTION THE
      * STUDENT ALREADY HOLDS, LAID OUT DAY BY DAY FOR
      * C47-SHARED-DAY-PARA, AND THE SWITCHES THE CONFLICT WALK SETS.
      *
       01  REQ-DAY-TABLE.
           05  REQ-DAY                   PIC X OCCURS 7 TIMES.
       01  HELD-DAY-TABLE.
           05  HELD-DAY                  PIC X OCCURS 7 TIMES.
       01  DAY-SUB                       PIC 9.
       01  SHARED-DAY-SW                 PIC X VALUE "N".
       01  CONFLICT-SW                   PIC X VALUE "N".
      *
       01  RUN-COUNTERS.
           05  REQ-READ-COUNT         PIC 9(5) VALUE ZERO.
       01  COURSE-HOLD.
           05  DEPT-HOLD              PIC X(4).
           05  COURSE-NUM-HOLD        PIC X(4).
           05  SECT-HOLD              PIC X(2).
       01  STATUS-HOLD                PIC X VALUE SPACE.
      *
       01  EXCEPT-HEADING.
           05  ED-DEPT                PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ED-COURSE-NUM          PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ED-SECTION             PIC X(2).
           05  FILLER                 PIC X(35) VALUE SPACES.
      *
       01  EXCEPT-TRAILER-LINE.
           05  FILLER                 PIC X(15) VALUE
           05  PC-DEPT                 PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PC-COURSE-NUM           PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PC-SECTION              PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PC-COURSE-DESC          PIC X(24).
           05  FILLER                 PIC X(34) VALUE SPACES.
      *
       01  PRINT-CONFIRMED-HEADING.
           05  FILLER                 PIC X(13) VALUE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPT
               ON ASCENDING KEY SR-COURSE-NUM
               ON ASCENDING KEY SR-SECTION
               ON ASCENDING KEY SR-STATUS
               ON ASCENDING KEY SR-ENTRY-SEQ
               INPUT PROCEDURE IS B10-REGISTER-PARA
           OPEN INPUT REGREQ-FILE
                      IND-STUD-FILE
                OUTPUT EXCEPT-FILE.
           OPEN INPUT SCHED-FILE.
           IF SCH-FILE-STATUS = "00"
               MOVE "Y" TO SCHED-FILE-SW
           ELSE
               MOVE "N" TO SCHED-FILE-SW
           END-IF.
           MOVE EXCEPT-HEADING TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 1 LINE.
      *
                   IF EN-TERM-ID = RUN-TERM-ID AND EN-STATUS = "C"
                       MOVE EN-DEPT TO CRS-DEPT
                       MOVE EN-COURSE-NUM TO CRS-COURSE-NUM
                       MOVE EN-SECTION TO SECTION-HOLD
                       PERFORM C25-FIND-CAP-ENTRY-PARA
                       IF COURSE-OK-SW = "Y"
                           ADD 1 TO CC-CONF-COUNT (COURSE-CAP-HOLD)
                       END-IF
                       IF (COURSE-OK-SW = "Y" OR
                           CAP-TABLE-FULL-SW = "Y") AND
                          COURSE-TOTAL-HOLD > ZERO
                           ADD 1 TO CT-CONF-COUNT (COURSE-TOTAL-HOLD)
                       END-IF
                   END-IF
           END-READ.
      *
               MOVE "NOT THE RUN TERM:   " TO ED-LABEL
               PERFORM C90-REJECT-PARA
           ELSE
               IF RR-UNITS NOT NUMERIC OR RR-UNITS = ZERO
                   MOVE "UNITS NOT 1-9:      " TO ED-LABEL
                   PERFORM C90-REJECT-PARA
               ELSE
                   PERFORM C21-EDIT-STUDENT-PARA
               END-IF
           END-IF.
      *
      *
       C22-EDIT-COURSE-PARA.
           MOVE RR-DEPT TO CRS-DEPT.
           MOVE RR-COURSE-NUM TO CRS-COURSE-NUM.
           MOVE RR-SECTION TO SECTION-HOLD.
           PERFORM C25-FIND-CAP-ENTRY-PARA.
           IF COURSE-OK-SW = "N"
               IF CAP-TABLE-FULL-SW = "Y"
                   MOVE "SECTION TABLE FULL: " TO ED-LABEL
               ELSE
                   MOVE "NO COURSE CATALOG:  " TO ED-LABEL
               END-IF
               PERFORM C90-REJECT-PARA
           ELSE
               IF SCHED-FILE-SW = "Y" AND
                  CC-IN-SCHED (COURSE-CAP-HOLD) = "N"
                   MOVE "NO SUCH SECTION:    " TO ED-LABEL
                   PERFORM C90-REJECT-PARA
               ELSE
                   PERFORM C23-EDIT-SLOT-PARA
               END-IF
           END-IF.
      *
      *
       C23-EDIT-SLOT-PARA.
           PERFORM C40-FIND-SLOT-PARA.
           IF DUP-SW = "Y"
               MOVE "ALREADY REGISTERED: " TO ED-LABEL
               PERFORM C90-REJECT-PARA
           ELSE
               IF FREE-REC-CNT = ZERO
                   MOVE "NO FREE REC-CNT:    " TO ED-LABEL
                   PERFORM C90-REJECT-PARA
               ELSE
                   PERFORM C45-CONFLICT-PARA
                   IF CONFLICT-SW = "Y"
                       MOVE "TIME CONFLICT:      " TO ED-LABEL
                       PERFORM C90-REJECT-PARA
                   ELSE
                       PERFORM C50-ENROLL-PARA
               END-IF
           END-IF.
      *
      * LOOKS THE REQUESTED COURSE SECTION UP IN THE RUN'S CAP TABLE,
      * GOING OUT TO COURSE.DAI AND SCHEDULE.DAI THE FIRST TIME A
      * SECTION IS SEEN.  LEAVES COURSE-CAP-HOLD POINTING AT THE
      * ENTRY AND COURSE-OK-SW "N" WHEN THE COURSE IS NOT IN THE
      * CATALOG OR THE SECTION CANNOT BE ADDED BECAUSE THE TABLE
      * ALREADY HOLDS 999 SECTIONS (CAP-TABLE-FULL-SW "Y").  A
      * PRIOR CONFIRMED ROW FOR A SECTION THAT DID NOT FIT IS NOT
      * COUNTED AGAINST THE SECTION, BUT EVERY NEW REQUEST FOR THAT
      * SECTION IS REJECTED AS TABLE FULL, SO THE SECTION CANNOT BE
      * OVERSOLD.  EITHER WAY A CATALOGED COURSE IS ALSO LOOKED UP
      * IN THE COURSE TOTALS, LEAVING COURSE-TOTAL-HOLD POINTING AT
      * ITS ENTRY.
      *
       C25-FIND-CAP-ENTRY-PARA.
           MOVE "N" TO COURSE-FOUND-SW.
           ELSE
               PERFORM C29-LOAD-CAP-PARA
           END-IF.
           MOVE ZERO TO COURSE-TOTAL-HOLD.
           IF COURSE-OK-SW = "Y" OR CAP-TABLE-FULL-SW = "Y"
               PERFORM C26-FIND-COURSE-TOTAL-PARA
           END-IF.
      *
      *
       C26-FIND-COURSE-TOTAL-PARA.
           MOVE "N" TO TOTAL-FOUND-SW.
           PERFORM C27-SCAN-TOTAL-PARA
               VARYING COURSE-TOTAL-SUB FROM 1 BY 1
               UNTIL COURSE-TOTAL-SUB > COURSE-TOTAL-COUNT
                  OR TOTAL-FOUND-SW = "Y".
           IF TOTAL-FOUND-SW = "Y"
               SUBTRACT 1 FROM COURSE-TOTAL-SUB
               MOVE COURSE-TOTAL-SUB TO COURSE-TOTAL-HOLD
           ELSE
               IF COURSE-TOTAL-COUNT < 999
                   ADD 1 TO COURSE-TOTAL-COUNT
                   MOVE COURSE-TOTAL-COUNT TO COURSE-TOTAL-HOLD
                   MOVE CRS-DEPT TO CT-DEPT (COURSE-TOTAL-HOLD)
                   MOVE CRS-COURSE-NUM TO
                       CT-COURSE-NUM (COURSE-TOTAL-HOLD)
                   MOVE ZERO TO CT-CONF-COUNT (COURSE-TOTAL-HOLD)
               END-IF
           END-IF.
      *
      *
       C27-SCAN-TOTAL-PARA.
           IF CT-DEPT (COURSE-TOTAL-SUB) = CRS-DEPT AND
              CT-COURSE-NUM (COURSE-TOTAL-SUB) = CRS-COURSE-NUM
               MOVE "Y" TO TOTAL-FOUND-SW
           END-IF.
      *
      *
       C28-SCAN-CAP-PARA.
           IF CC-DEPT (COURSE-CAP-SUB) = CRS-DEPT AND
              CC-COURSE-NUM (COURSE-CAP-SUB) = CRS-COURSE-NUM AND
              CC-SECTION (COURSE-CAP-SUB) = SECTION-HOLD
               MOVE "Y" TO COURSE-FOUND-SW
           END-IF.
      *
      *
       C29-LOAD-CAP-PARA.
           MOVE "N" TO COURSE-OK-SW.
           MOVE "N" TO CAP-TABLE-FULL-SW.
           READ COURSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COURSE-CAP-COUNT < 999
                       ADD 1 TO COURSE-CAP-COUNT
                       MOVE COURSE-CAP-COUNT TO COURSE-CAP-HOLD
                       MOVE CRS-DEPT TO
                           CC-DEPT (COURSE-CAP-HOLD)
                       MOVE CRS-COURSE-NUM TO
                           CC-COURSE-NUM (COURSE-CAP-HOLD)
                       MOVE SECTION-HOLD TO
                           CC-SECTION (COURSE-CAP-HOLD)
                       MOVE CRS-COURSE-DESC TO
                           CC-COURSE-DESC (COURSE-CAP-HOLD)
                       IF CRS-SEAT-CAP NUMERIC
                           MOVE ZERO TO CC-CAP (COURSE-CAP-HOLD)
                       END-IF
                       MOVE ZERO TO CC-CONF-COUNT (COURSE-CAP-HOLD)
                       PERFORM C30-LOAD-SECTION-PARA
                       MOVE "Y" TO COURSE-OK-SW
                   ELSE
                       MOVE "Y" TO CAP-TABLE-FULL-SW
                   END-IF
           END-READ.
      *
      * A SECTION FOUND ON SCHEDULE.DAI BRINGS ITS OWN SEAT CAP AND
      * MEETING TIMES INTO THE NEW TABLE ENTRY; OTHERWISE THE ENTRY
      * KEEPS THE CATALOG CAP AND NO MEETING TIME AT ALL.
      *
       C30-LOAD-SECTION-PARA.
           MOVE "N" TO CC-IN-SCHED (COURSE-CAP-HOLD).
           MOVE SPACES TO CC-DAYS (COURSE-CAP-HOLD).
           MOVE ZERO TO CC-START-TIME (COURSE-CAP-HOLD)
                        CC-END-TIME (COURSE-CAP-HOLD).
           IF SCHED-FILE-SW = "Y" AND SECTION-HOLD NOT = SPACES
               MOVE RUN-TERM-ID TO SC-TERM-ID
               MOVE CRS-DEPT TO SC-DEPT
               MOVE CRS-COURSE-NUM TO SC-COURSE-NUM
               MOVE SECTION-HOLD TO SC-SECTION
               READ SCHED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CC-IN-SCHED (COURSE-CAP-HOLD)
                       MOVE SC-SEAT-CAP TO CC-CAP (COURSE-CAP-HOLD)
                       MOVE SC-DAYS TO CC-DAYS (COURSE-CAP-HOLD)
                       MOVE SC-START-TIME TO
                           CC-START-TIME (COURSE-CAP-HOLD)
                       MOVE SC-END-TIME TO
                           CC-END-TIME (COURSE-CAP-HOLD)
               END-READ
           END-IF.
      *
      * WALKS THE STUDENT'S ENROLL.DAI ROWS IN EN-REC-CNT ORDER -
      * POSITIONED AT THE LOWEST POSSIBLE KEY (EN-REC-CNT ZERO) AND
      * READ FORWARD UNTIL THE STUDENT-ID CHANGES.  THE FIRST
      * EN-REC-CNT MISSING FROM THE RUN 1, 2, 3, ... (A GAP LEFT BY A
      * DELETE, OR THE ONE PAST THE HIGHEST IN USE) BECOMES THE SLOT
      * A NEW ROW WILL TAKE, AND A ROW ALREADY ON FILE FOR THE SAME
      * COURSE AND TERM MARKS THE REQUEST A DUPLICATE.
      *
       C40-FIND-SLOT-PARA.
           MOVE ZERO TO FREE-REC-CNT.
           MOVE 1 TO NEXT-REC-CNT.
           MOVE "N" TO DUP-SW.
           MOVE "N" TO SLOT-EOF-SW.
           MOVE RR-STUDENT-ID TO EN-STDNT-ID.
           MOVE ZERO TO EN-REC-CNT.
           START ENROLL-FILE KEY NOT LESS THAN EN-STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SLOT-EOF-SW
           END-START.
           PERFORM C42-NEXT-SLOT-PARA
               UNTIL SLOT-EOF-SW = "Y" OR DUP-SW = "Y".
           IF FREE-REC-CNT = ZERO AND NEXT-REC-CNT NOT > 999
               MOVE NEXT-REC-CNT TO FREE-REC-CNT
           END-IF.
      *
      *
       C42-NEXT-SLOT-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SLOT-EOF-SW
               NOT AT END
                   IF EN-STDNT-ID NOT = RR-STUDENT-ID
                       MOVE "Y" TO SLOT-EOF-SW
                   ELSE
                       IF FREE-REC-CNT = ZERO AND
                          EN-REC-CNT > NEXT-REC-CNT
                           MOVE NEXT-REC-CNT TO FREE-REC-CNT
                       END-IF
                       MOVE EN-REC-CNT TO NEXT-REC-CNT
                       ADD 1 TO NEXT-REC-CNT
                       IF EN-DEPT = RR-DEPT AND
                          EN-COURSE-NUM = RR-COURSE-NUM AND
                          EN-TERM-ID = RR-TERM-ID
                           MOVE "Y" TO DUP-SW
                       END-IF
                   END-IF
           END-READ.
      *
      * WALKS THE STUDENT'S ENROLL.DAI ROWS ONCE MORE AND LOOKS UP
      * THE MEETING TIME OF EVERY SECTION ALREADY CONFIRMED FOR THE
      * TERM.  ONE THAT MEETS ON A DAY THE REQUESTED SECTION MEETS,
      * STARTING BEFORE IT ENDS AND ENDING AFTER IT STARTS, IS A TIME
      * CONFLICT.  A "TO BE ARRANGED" SECTION (NO DAYS) NEVER
      * CONFLICTS, AND NOTHING IS CHECKED WITHOUT SCHEDULE.DAI.
      *
       C45-CONFLICT-PARA.
           MOVE "N" TO CONFLICT-SW.
           IF SCHED-FILE-SW = "Y" AND
              CC-DAYS (COURSE-CAP-HOLD) NOT = SPACES
               MOVE CC-DAYS (COURSE-CAP-HOLD) TO REQ-DAY-TABLE
               MOVE "N" TO SLOT-EOF-SW
               MOVE RR-STUDENT-ID TO EN-STDNT-ID
               MOVE ZERO TO EN-REC-CNT
               START ENROLL-FILE KEY NOT LESS THAN EN-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO SLOT-EOF-SW
               END-START
               PERFORM C46-NEXT-HELD-PARA
                   UNTIL SLOT-EOF-SW = "Y" OR CONFLICT-SW = "Y"
           END-IF.
      *
      *
       C46-NEXT-HELD-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SLOT-EOF-SW
               NOT AT END
                   IF EN-STDNT-ID NOT = RR-STUDENT-ID
                       MOVE "Y" TO SLOT-EOF-SW
                   ELSE
                       IF EN-TERM-ID = RR-TERM-ID AND
                          EN-STATUS = "C" AND
                          EN-SECTION NOT = SPACES
                           PERFORM C48-HELD-SECTION-PARA
                       END-IF
                   END-IF
           END-READ.
      *
      *
       C47-SHARED-DAY-PARA.
           IF REQ-DAY (DAY-SUB) NOT = SPACE AND
              REQ-DAY (DAY-SUB) = HELD-DAY (DAY-SUB)
               MOVE "Y" TO SHARED-DAY-SW
           END-IF.
      *
      *
       C48-HELD-SECTION-PARA.
           MOVE EN-TERM-ID TO SC-TERM-ID.
           MOVE EN-DEPT TO SC-DEPT.
           MOVE EN-COURSE-NUM TO SC-COURSE-NUM.
           MOVE EN-SECTION TO SC-SECTION.
           READ SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SC-DAYS TO HELD-DAY-TABLE
                   MOVE "N" TO SHARED-DAY-SW
                   PERFORM C47-SHARED-DAY-PARA
                       VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7
                   IF SHARED-DAY-SW = "Y" AND
                      SC-START-TIME < CC-END-TIME (COURSE-CAP-HOLD) AND
                      CC-START-TIME (COURSE-CAP-HOLD) < SC-END-TIME
                       MOVE "Y" TO CONFLICT-SW
                   END-IF
           END-READ.
      *
      * RELEASED TO THE SORT.
      *
       C50-ENROLL-PARA.
           MOVE "W" TO SR-STATUS.
           IF CC-CAP (COURSE-CAP-HOLD) = ZERO
               MOVE "C" TO SR-STATUS
           ELSE
               IF CC-IN-SCHED (COURSE-CAP-HOLD) = "Y"
                   IF CC-CONF-COUNT (COURSE-CAP-HOLD) <
                           CC-CAP (COURSE-CAP-HOLD)
                       MOVE "C" TO SR-STATUS
                   END-IF
               ELSE
                   IF CT-CONF-COUNT (COURSE-TOTAL-HOLD) <
                           CC-CAP (COURSE-CAP-HOLD)
                       MOVE "C" TO SR-STATUS
                   END-IF
               END-IF
           END-IF.
           IF SR-STATUS = "C"
               ADD 1 TO CC-CONF-COUNT (COURSE-CAP-HOLD)
               ADD 1 TO CT-CONF-COUNT (COURSE-TOTAL-HOLD)
               ADD 1 TO CONFIRM-COUNT
           ELSE
               ADD 1 TO WAITLIST-COUNT
           MOVE FREE-REC-CNT TO EN-REC-CNT.
           MOVE RR-DEPT TO EN-DEPT.
           MOVE RR-COURSE-NUM TO EN-COURSE-NUM.
           MOVE RR-SECTION TO EN-SECTION.
           MOVE CC-COURSE-DESC (COURSE-CAP-HOLD) TO EN-COURSE-DESC.
           MOVE SR-STATUS TO EN-STATUS.
           MOVE RR-UNITS TO EN-UNITS.
           MOVE RR-TERM-ID TO EN-TERM-ID.
           WRITE ENROLL-REC
               INVALID KEY
           MOVE ENTRY-SEQ TO SR-ENTRY-SEQ.
           MOVE RR-DEPT TO SR-DEPT.
           MOVE RR-COURSE-NUM TO SR-COURSE-NUM.
           MOVE RR-SECTION TO SR-SECTION.
           MOVE RR-STUDENT-ID TO SR-STUDENT-ID.
           MOVE LASTN TO SR-LASTN.
           MOVE FIRSTN TO SR-FIRSTN.
           MOVE RR-STUDENT-ID TO ED-STUDENT-ID.
           MOVE RR-DEPT TO ED-DEPT.
           MOVE RR-COURSE-NUM TO ED-COURSE-NUM.
           MOVE RR-SECTION TO ED-SECTION.
           MOVE EXCEPT-DETAIL-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 1 LINE.
      *
           MOVE REJECT-COUNT TO ET-REJECT-COUNT.
           MOVE EXCEPT-TRAILER-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 2 LINES.
           IF SCHED-FILE-SW = "Y"
               CLOSE SCHED-FILE
           END-IF.
           CLOSE REGREQ-FILE
                 IND-STUD-FILE
                 COURSE-FILE
                   PERFORM C60-REGISTER-LINE-PARA
           END-RETURN.
      *
      * ROWS ARRIVE GROUPED BY COURSE SECTION WITH THE CONFIRMED
      * SEATS AHEAD OF THE WAITLIST ("C" SORTS BEFORE "W"), SO A
      * CHANGE OF COURSE OR SECTION OPENS A NEW COURSE HEADING AND A
      * CHANGE OF STATUS OPENS THE MATCHING STATUS HEADING.
      *
       C60-REGISTER-LINE-PARA.
           IF SR-DEPT NOT = DEPT-HOLD OR
              SR-COURSE-NUM NOT = COURSE-NUM-HOLD OR
              SR-SECTION NOT = SECT-HOLD
               MOVE SR-DEPT TO DEPT-HOLD
               MOVE SR-COURSE-NUM TO COURSE-NUM-HOLD
               MOVE SR-SECTION TO SECT-HOLD
               MOVE SPACE TO STATUS-HOLD
               PERFORM C65-COURSE-HEADING-PARA
           END-IF.
       C65-COURSE-HEADING-PARA.
           MOVE SR-DEPT TO PC-DEPT.
           MOVE SR-COURSE-NUM TO PC-COURSE-NUM.
           MOVE SR-SECTION TO PC-SECTION.
           MOVE SR-COURSE-DESC TO PC-COURSE-DESC.
           MOVE PRINT-COURSE-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
