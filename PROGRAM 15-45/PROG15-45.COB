       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-45.
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
      * WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.  THE INDEXED
      * MASTERS POINT AT EACH OTHER, AND A STUDENT DELETED THROUGH
      * PROGRAM-15-12 OR A COURSE DROPPED FROM THE CATALOG LEAVES
      * ROWS BEHIND THAT POINT AT NOTHING.  THIS JOB WALKS EVERY
      * DEPENDENT FILE FROM TOP TO BOTTOM AND LOOKS EACH REFERENCE UP:
      *
      *   HOLDS.DAI, STUADDR.DAI, STANDHIS.DAI, DEGREE.DAI AND
      *   ENROLL.DAI - THE STUDENT-ID MUST BE ON STUDENT.DAI.
      *   ENROLL.DAI, MAJRREQ.DAI, CRSPREQ.DAI (BOTH THE COURSE AND
      *   ITS PREREQUISITE), EQUIV.DAI AND STUTRANS.DAI - THE
      *   DEPT+COURSE-NUM MUST BE ON COURSE.DAI.
      *
      * EACH BROKEN REFERENCE IS PRINTED UNDER ITS FILE WITH THE ROW'S
      * KEY, THE VALUE IT POINTS AT, AND THE REASON.  CRSPREQ.DAI IS
      * ALSO LOADED AS A TABLE OF COURSE -> PREREQUISITE LINKS AND
      * EVERY COURSE THAT CAN REACH ITSELF BY FOLLOWING THEM IS
      * FLAGGED AS SITTING ON A CIRCULAR PREREQUISITE CHAIN - NO
      * STUDENT COULD EVER SATISFY IT.  THE REPORT (INTEGRTY.PRT)
      * CLOSES WITH ROWS CHECKED AND EXCEPTIONS FOUND BY CATEGORY.  A
      * DEPENDENT FILE NOT ON HAND IS NOTED AND SKIPPED.
      *
      * THE JOB LOGS ITS OWN START AND END EVENTS TO THE RUN-CONTROL
      * FILE (RUNCTL.DAT) THE WAY PROGRAM-15-34 DOES, AND THE END
      * EVENT CARRIES THE SWEEP'S RETURN CODE, WHICH IS ALSO LEFT IN
      * RETURN-CODE FOR THE JOB STEP:
      *
      *   00 - EVERY REFERENCE RESOLVED
      *   04 - BROKEN REFERENCES OR CIRCULAR CHAINS FOUND
      *   08 - STUDENT.DAI OR COURSE.DAI NOT ON HAND, NOTHING CHECKED
      *
      * PROGRAM-15-18'S RELEASE CHECK HOLDS THE SUITE WHILE THE LATEST
      * SWEEP ON RUNCTL.DAT ENDED WITH A NON-ZERO RETURN CODE.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT IND-STUD-FILE
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STU-FILE-STATUS.
           SELECT COURSE-FILE
               ASSIGN TO "COURSE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CRS-KEY
               FILE STATUS IS CRS-FILE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT ADDR-FILE
               ASSIGN TO "STUADDR.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AD-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT STAND-FILE
               ASSIGN TO "STANDHIS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT DEGREE-FILE
               ASSIGN TO "DEGREE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DG-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT MAJREQ-FILE
               ASSIGN TO "MAJRREQ.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT PREREQ-FILE
               ASSIGN TO "CRSPREQ.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PQ-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT EQUIV-FILE
               ASSIGN TO "EQUIV.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EQ-KEY
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES
               FILE STATUS IS CHK-FILE-STATUS.
           SELECT RUNCTL-FILE
               ASSIGN TO "RUNCTL.DAT"
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "INTEGRTY.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       COPY FDSTUDENT OF LIBRARY.
      *
       COPY FDCOURSE OF LIBRARY.
      *
       COPY FDHOLD OF LIBRARY.
      *
       COPY FDADDR OF LIBRARY.
      *
       COPY FDSTAND OF LIBRARY.
      *
       COPY FDDEGREE OF LIBRARY.
      *
       COPY FDENROLL OF LIBRARY.
      *
       COPY FDMAJREQ OF LIBRARY.
      *
       COPY FDPREREQ OF LIBRARY.
      *
       COPY FDEQUIV OF LIBRARY.
      *
       COPY FDTRANS OF LIBRARY.
      *
      * SAME LAYOUT AS THE RUN-CONTROL RECORD PROGRAM-15-18 KEEPS.
      *
       FD  RUNCTL-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS RUNCTL-REC.
      *
       01  RUNCTL-REC.
           05  RC-JOB-NAME            PIC X(8).
           05  RC-EVENT               PIC X.
           05  RC-DATE                PIC 9(8).
           05  RC-TIME                PIC 9(8).
           05  RC-IN-COUNT            PIC 9(7).
           05  RC-OUT-COUNT           PIC 9(7).
           05  RC-RETURN-CODE         PIC 99.
           05  FILLER                 PIC X(39).
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
           05  CHK-EOF-SW             PIC X VALUE "N".
           05  BROKEN-SW              PIC X VALUE "N".
           05  NODE-FOUND-SW          PIC X VALUE "N".
           05  CYCLE-SW               PIC X VALUE "N".
           05  TABLE-FULL-SW          PIC X VALUE "N".
      *
       01  STU-FILE-STATUS            PIC XX.
       01  CRS-FILE-STATUS            PIC XX.
       01  CHK-FILE-STATUS            PIC XX.
       01  RUNCTL-FILE-STATUS         PIC XX.
      *
       01  SWEEP-RC                   PIC 99 VALUE ZERO.
       01  TOTAL-ROWS                 PIC 9(7) VALUE ZERO.
       01  TOTAL-BROKEN               PIC 9(7) VALUE ZERO.
      *
      * ONE ENTRY PER CATEGORY ON THE SUMMARY.  CAT-SUB IS SET TO THE
      * CATEGORY BEING CHECKED BEFORE EACH LOOKUP SO THE EXCEPTION
      * LINE IS COUNTED AGAINST THE RIGHT ONE.
      *
       01  CATEGORY-NAMES.
           05  FILLER                 PIC X(30) VALUE
               "HOLDS.DAI -> STUDENT.DAI".
           05  FILLER                 PIC X(30) VALUE
               "STUADDR.DAI -> STUDENT.DAI".
           05  FILLER                 PIC X(30) VALUE
               "STANDHIS.DAI -> STUDENT.DAI".
           05  FILLER                 PIC X(30) VALUE
               "DEGREE.DAI -> STUDENT.DAI".
           05  FILLER                 PIC X(30) VALUE
               "ENROLL.DAI -> STUDENT.DAI".
           05  FILLER                 PIC X(30) VALUE
               "ENROLL.DAI -> COURSE.DAI".
           05  FILLER                 PIC X(30) VALUE
               "MAJRREQ.DAI -> COURSE.DAI".
           05  FILLER                 PIC X(30) VALUE
               "CRSPREQ.DAI -> COURSE.DAI".
           05  FILLER                 PIC X(30) VALUE
               "EQUIV.DAI -> COURSE.DAI".
           05  FILLER                 PIC X(30) VALUE
               "STUTRANS.DAI -> COURSE.DAI".
           05  FILLER                 PIC X(30) VALUE
               "CRSPREQ.DAI CIRCULAR CHAINS".
       01  CATEGORY-TABLE             REDEFINES CATEGORY-NAMES.
           05  CAT-NAME               PIC X(30) OCCURS 11 TIMES.
      *
       01  CATEGORY-COUNTS.
           05  CATEGORY-COUNT-ENTRY OCCURS 11 TIMES.
               10  CAT-READ           PIC 9(7).
               10  CAT-BROKEN         PIC 9(6).
               10  CAT-ON-HAND        PIC X.
       01  CAT-SUB                    PIC 99.
      *
      * THE REFERENCE BEING LOOKED UP.
      *
       01  CHECK-STUDENT-ID           PIC 9(9).
       01  CHECK-COURSE.
           05  CHECK-DEPT             PIC X(4).
           05  CHECK-COURSE-NUM       PIC X(4).
      *
      * THE KEY OF THE ROW IN ERROR AND THE VALUE IT POINTS AT, SET
      * THROUGH WHICHEVER VIEW FITS THE FILE.  BOTH ARE CLEARED TO
      * SPACES BEFORE A VIEW IS FILLED IN.
      *
       01  KEY-TEXT                   PIC X(22).
       01  KEY-STUDENT-VIEW           REDEFINES KEY-TEXT.
           05  KS-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X.
           05  KS-QUAL-1              PIC X(3).
           05  FILLER                 PIC X.
           05  KS-QUAL-2              PIC X(8).
       01  KEY-COURSE-VIEW            REDEFINES KEY-TEXT.
           05  KC-DEPT                PIC X(4).
           05  FILLER                 PIC X.
           05  KC-COURSE-NUM          PIC X(4).
           05  FILLER                 PIC X.
           05  KC-QUAL                PIC X(12).
       01  KEY-MAJOR-VIEW             REDEFINES KEY-TEXT.
           05  KM-MAJOR-CODE          PIC X(3).
           05  FILLER                 PIC X.
           05  KM-REQ-SEQ             PIC 9(2).
           05  FILLER                 PIC X(16).
       01  KEY-EQUIV-VIEW             REDEFINES KEY-TEXT.
           05  KE-INST                PIC X(6).
           05  FILLER                 PIC X.
           05  KE-EXT-COURSE          PIC X(10).
           05  FILLER                 PIC X(5).
      *
       01  REF-TEXT                   PIC X(12).
       01  REF-STUDENT-VIEW           REDEFINES REF-TEXT.
           05  RS-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(3).
       01  REF-COURSE-VIEW            REDEFINES REF-TEXT.
           05  RF-DEPT                PIC X(4).
           05  FILLER                 PIC X.
           05  RF-COURSE-NUM          PIC X(4).
           05  FILLER                 PIC X(3).
      *
       01  REASON-TEXT                PIC X(34).
      *
      * CRSPREQ.DAI AS A TABLE OF LINKS.  EACH COURSE (OR PREREQUISITE)
      * SEEN GETS ONE NODE; THE FILE IS READ IN KEY ORDER SO A
      * COURSE'S LINKS TO ITS PREREQUISITES SIT TOGETHER IN THE EDGE
      * TABLE, STARTING AT ND-FIRST-EDGE.
      *
       01  NODE-TABLE.
           05  NODE-ENTRY OCCURS 500 TIMES.
               10  ND-DEPT            PIC X(4).
               10  ND-COURSE-NUM      PIC X(4).
               10  ND-FIRST-EDGE      PIC 9(4).
               10  ND-EDGE-COUNT      PIC 9(3).
               10  ND-VISITED         PIC X.
       01  NODE-COUNT                 PIC 9(3) VALUE ZERO.
       01  NODE-SUB                   PIC 9(3).
       01  FOUND-NODE                 PIC 9(3).
       01  FROM-NODE                  PIC 9(3).
       01  START-NODE                 PIC 9(3).
       01  CURRENT-NODE               PIC 9(3).
       01  NEXT-NODE                  PIC 9(3).
      *
       01  EDGE-TABLE.
           05  EG-TO-NODE             PIC 9(3) OCCURS 1000 TIMES.
       01  EDGE-COUNT                 PIC 9(4) VALUE ZERO.
       01  EDGE-SUB                   PIC 9(4).
       01  EDGE-END                   PIC 9(4).
      *
       01  QUEUE-TABLE.
           05  QU-NODE                PIC 9(3) OCCURS 500 TIMES.
       01  QUEUE-HEAD                 PIC 9(3).
       01  QUEUE-TAIL                 PIC 9(3).
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(38) VALUE
               "*** REFERENTIAL INTEGRITY SWEEP ***".
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  PRINT-FILE-HEADING.
           05  FILLER                 PIC X(4) VALUE "*** ".
           05  PF-FILE-NAME           PIC X(30).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(23) VALUE "ROW KEY".
           05  FILLER                 PIC X(13) VALUE "POINTS AT".
           05  FILLER                 PIC X(44) VALUE "REASON".
      *
       01  PRINT-DETAIL-LINE.
           05  PD-KEY                  PIC X(22).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-REF                  PIC X(12).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-REASON               PIC X(34).
           05  FILLER                 PIC X(10) VALUE SPACES.
      *
       01  PRINT-NOT-ON-HAND-LINE.
           05  FILLER                 PIC X(32) VALUE
               "FILE NOT ON HAND - NOT CHECKED.".
           05  FILLER                 PIC X(48) VALUE SPACES.
      *
       01  PRINT-TABLE-FULL-LINE.
           05  FILLER                 PIC X(48) VALUE
               "PREREQUISITE TABLE FULL - CHAIN CHECK INCOMPLETE".
           05  FILLER                 PIC X(32) VALUE SPACES.
      *
       01  PRINT-NO-MASTER-LINE.
           05  FILLER                 PIC X(50) VALUE
               "STUDENT.DAI OR COURSE.DAI NOT ON HAND - NOT RUN.".
           05  FILLER                 PIC X(30) VALUE SPACES.
      *
       01  PRINT-SUMMARY-HEADING.
           05  FILLER                 PIC X(32) VALUE "CATEGORY".
           05  FILLER                 PIC X(10) VALUE "ROWS READ".
           05  FILLER                 PIC X(9) VALUE "BROKEN".
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
       01  PRINT-SUMMARY-LINE.
           05  PS-NAME                 PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PS-READ                 PIC ZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PS-BROKEN               PIC ZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PS-NOTE                 PIC X(11).
           05  FILLER                 PIC X(18) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE.
           05  FILLER                 PIC X(12) VALUE "ROWS READ: ".
           05  PT-TOTAL-ROWS           PIC ZZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "EXCEPTIONS: ".
           05  PT-TOTAL-BROKEN         PIC ZZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE "RETURN CODE: ".
           05  PT-RETURN-CODE          PIC 99.
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           PERFORM B05-LOG-START-PARA.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO CATEGORY-COUNTS.
           ACCEPT PH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           OPEN INPUT IND-STUD-FILE.
           OPEN INPUT COURSE-FILE.
           IF STU-FILE-STATUS NOT = "00" OR CRS-FILE-STATUS NOT = "00"
               MOVE PRINT-NO-MASTER-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
               MOVE 8 TO SWEEP-RC
           ELSE
               PERFORM B20-HOLDS-PARA
               PERFORM B21-ADDR-PARA
               PERFORM B22-STAND-PARA
               PERFORM B23-DEGREE-PARA
               PERFORM B24-ENROLL-PARA
               PERFORM B25-MAJREQ-PARA
               PERFORM B26-PREREQ-PARA
               PERFORM B27-EQUIV-PARA
               PERFORM B28-TRANS-PARA
               PERFORM B30-CYCLE-PARA
               IF TOTAL-BROKEN > ZERO
                   MOVE 4 TO SWEEP-RC
               END-IF
               PERFORM B80-SUMMARY-PARA
               CLOSE IND-STUD-FILE
                     COURSE-FILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM B85-LOG-END-PARA.
           DISPLAY "ROWS READ:             " TOTAL-ROWS.
           DISPLAY "EXCEPTIONS:            " TOTAL-BROKEN.
           DISPLAY "RETURN CODE:           " SWEEP-RC.
           MOVE SWEEP-RC TO RETURN-CODE.
           STOP RUN.
      *
      *
       B05-LOG-START-PARA.
           OPEN EXTEND RUNCTL-FILE.
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE SPACES TO RUNCTL-REC.
           MOVE "PROG1545" TO RC-JOB-NAME.
           MOVE "S" TO RC-EVENT.
           ACCEPT RC-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-TIME FROM TIME.
           MOVE ZEROS TO RC-IN-COUNT RC-OUT-COUNT.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.
      *
      * EVERY DEPENDENT FILE IS HANDLED THE SAME WAY: A HEADING, THEN
      * EITHER THE NOT-ON-HAND NOTE OR A TOP-TO-BOTTOM WALK WITH ONE
      * LOOKUP (OR TWO) PER ROW.
      *
       B20-HOLDS-PARA.
           MOVE 1 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT HOLD-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C20-HOLDS-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
      *
      *
       C20-HOLDS-ROW-PARA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 1 TO CAT-SUB
                   MOVE HD-STUDENT-ID TO CHECK-STUDENT-ID
                   PERFORM C90-CHECK-STUDENT-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE HD-STUDENT-ID TO KS-STUDENT-ID
                       MOVE HD-HOLD-TYPE TO KS-QUAL-1
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       B21-ADDR-PARA.
           MOVE 2 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT ADDR-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C21-ADDR-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE ADDR-FILE
           END-IF.
      *
      *
       C21-ADDR-ROW-PARA.
           READ ADDR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 2 TO CAT-SUB
                   MOVE AD-STUDENT-ID TO CHECK-STUDENT-ID
                   PERFORM C90-CHECK-STUDENT-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE AD-STUDENT-ID TO KS-STUDENT-ID
                       MOVE AD-ADDR-TYPE TO KS-QUAL-1
                       MOVE AD-EFF-DATE TO KS-QUAL-2
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       B22-STAND-PARA.
           MOVE 3 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT STAND-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C22-STAND-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE STAND-FILE
           END-IF.
      *
      *
       C22-STAND-ROW-PARA.
           READ STAND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 3 TO CAT-SUB
                   MOVE SH-STUDENT-ID TO CHECK-STUDENT-ID
                   PERFORM C90-CHECK-STUDENT-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE SH-STUDENT-ID TO KS-STUDENT-ID
                       MOVE SH-RUN-DATE TO KS-QUAL-2
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       B23-DEGREE-PARA.
           MOVE 4 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT DEGREE-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C23-DEGREE-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE DEGREE-FILE
           END-IF.
      *
      *
       C23-DEGREE-ROW-PARA.
           READ DEGREE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 4 TO CAT-SUB
                   MOVE DG-STUDENT-ID TO CHECK-STUDENT-ID
                   PERFORM C90-CHECK-STUDENT-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE DG-STUDENT-ID TO KS-STUDENT-ID
                       MOVE DG-MAJOR-CODE TO KS-QUAL-1
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      * ENROLL.DAI IS THE ONE FILE CHECKED BOTH WAYS - ITS STUDENT
      * AND ITS COURSE - SO ITS ROWS COUNT UNDER TWO CATEGORIES.
      *
       B24-ENROLL-PARA.
           MOVE 5 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT ENROLL-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
               MOVE "N" TO CAT-ON-HAND (6)
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C24-ENROLL-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE ENROLL-FILE
           END-IF.
      *
      *
       C24-ENROLL-ROW-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE SPACES TO KEY-TEXT
                   MOVE EN-STDNT-ID TO KS-STUDENT-ID
                   MOVE EN-REC-CNT TO KS-QUAL-1
                   MOVE 5 TO CAT-SUB
                   MOVE EN-STDNT-ID TO CHECK-STUDENT-ID
                   PERFORM C90-CHECK-STUDENT-PARA
                   IF BROKEN-SW = "Y"
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
                   MOVE 6 TO CAT-SUB
                   MOVE EN-DEPT TO CHECK-DEPT
                   MOVE EN-COURSE-NUM TO CHECK-COURSE-NUM
                   PERFORM C92-CHECK-COURSE-PARA
                   IF BROKEN-SW = "Y"
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       B25-MAJREQ-PARA.
           MOVE 7 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT MAJREQ-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C25-MAJREQ-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE MAJREQ-FILE
           END-IF.
      *
      *
       C25-MAJREQ-ROW-PARA.
           READ MAJREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 7 TO CAT-SUB
                   MOVE MR-DEPT TO CHECK-DEPT
                   MOVE MR-COURSE-NUM TO CHECK-COURSE-NUM
                   PERFORM C92-CHECK-COURSE-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE MR-MAJOR-CODE TO KM-MAJOR-CODE
                       MOVE MR-REQ-SEQ TO KM-REQ-SEQ
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      * BOTH ENDS OF EVERY PREREQUISITE ROW ARE LOOKED UP, AND THE
      * ROW IS ADDED TO THE LINK TABLE FOR THE CIRCULAR-CHAIN CHECK.
      *
       B26-PREREQ-PARA.
           MOVE 8 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT PREREQ-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
               MOVE "N" TO CAT-ON-HAND (11)
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C26-PREREQ-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE PREREQ-FILE
           END-IF.
      *
      *
       C26-PREREQ-ROW-PARA.
           READ PREREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 8 TO CAT-SUB
                   MOVE SPACES TO KEY-TEXT
                   MOVE PQ-DEPT TO KC-DEPT
                   MOVE PQ-COURSE-NUM TO KC-COURSE-NUM
                   MOVE PQ-SEQ TO KC-QUAL
                   MOVE PQ-DEPT TO CHECK-DEPT
                   MOVE PQ-COURSE-NUM TO CHECK-COURSE-NUM
                   PERFORM C92-CHECK-COURSE-PARA
                   IF BROKEN-SW = "Y"
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
                   MOVE PQ-PRE-DEPT TO CHECK-DEPT
                   MOVE PQ-PRE-COURSE-NUM TO CHECK-COURSE-NUM
                   PERFORM C93-CHECK-PREREQ-PARA
                   IF BROKEN-SW = "Y"
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
                   PERFORM C60-ADD-LINK-PARA
           END-READ.
      *
      *
       B27-EQUIV-PARA.
           MOVE 9 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT EQUIV-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C27-EQUIV-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE EQUIV-FILE
           END-IF.
      *
      *
       C27-EQUIV-ROW-PARA.
           READ EQUIV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 9 TO CAT-SUB
                   MOVE EQ-DEPT TO CHECK-DEPT
                   MOVE EQ-COURSE-NUM TO CHECK-COURSE-NUM
                   PERFORM C92-CHECK-COURSE-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE EQ-INST TO KE-INST
                       MOVE EQ-EXT-COURSE TO KE-EXT-COURSE
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       B28-TRANS-PARA.
           MOVE 10 TO CAT-SUB.
           PERFORM C10-FILE-HEADING-PARA.
           OPEN INPUT IND-TRANS-FILE.
           IF CHK-FILE-STATUS NOT = "00"
               PERFORM C12-NOT-ON-HAND-PARA
           ELSE
               MOVE "N" TO CHK-EOF-SW
               PERFORM C28-TRANS-ROW-PARA UNTIL CHK-EOF-SW = "Y"
               CLOSE IND-TRANS-FILE
           END-IF.
      *
      *
       C28-TRANS-ROW-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CHK-EOF-SW
               NOT AT END
                   MOVE 10 TO CAT-SUB
                   MOVE DEPT TO CHECK-DEPT
                   MOVE COURSE-NUM TO CHECK-COURSE-NUM
                   PERFORM C92-CHECK-COURSE-PARA
                   IF BROKEN-SW = "Y"
                       MOVE SPACES TO KEY-TEXT
                       MOVE STDNT-ID TO KS-STUDENT-ID
                       MOVE REC-CNT TO KS-QUAL-1
                       PERFORM C95-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       C10-FILE-HEADING-PARA.
           MOVE "Y" TO CAT-ON-HAND (CAT-SUB).
           MOVE CAT-NAME (CAT-SUB) TO PF-FILE-NAME.
           MOVE PRINT-FILE-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
      *
      *
       C12-NOT-ON-HAND-PARA.
           MOVE "N" TO CAT-ON-HAND (CAT-SUB).
           MOVE PRINT-NOT-ON-HAND-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * EACH COURSE ON CRSPREQ.DAI IS FOLLOWED THROUGH ITS
      * PREREQUISITES, AND THEIRS, A LEVEL AT A TIME; ARRIVING BACK AT
      * THE STARTING COURSE MEANS IT SITS ON A CIRCULAR CHAIN.  EVERY
      * COURSE ON THE CHAIN IS FLAGGED, SO A THREE-COURSE LOOP SHOWS
      * AS THREE LINES.
      *
       B30-CYCLE-PARA.
           MOVE 11 TO CAT-SUB.
           IF CAT-ON-HAND (11) NOT = "N"
               PERFORM C10-FILE-HEADING-PARA
               IF TABLE-FULL-SW = "Y"
                   MOVE PRINT-TABLE-FULL-LINE TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 1 LINE
               END-IF
               PERFORM C30-START-NODE-PARA
                   VARYING START-NODE FROM 1 BY 1
                   UNTIL START-NODE > NODE-COUNT
           END-IF.
      *
      *
       C30-START-NODE-PARA.
           IF ND-EDGE-COUNT (START-NODE) > ZERO
               ADD 1 TO CAT-READ (11)
               ADD 1 TO TOTAL-ROWS
               PERFORM C31-CLEAR-NODE-PARA
                   VARYING NODE-SUB FROM 1 BY 1
                   UNTIL NODE-SUB > NODE-COUNT
               MOVE 1 TO QUEUE-HEAD
               MOVE ZERO TO QUEUE-TAIL
               MOVE "N" TO CYCLE-SW
               MOVE START-NODE TO CURRENT-NODE
               PERFORM C33-FOLLOW-LINKS-PARA
               PERFORM C32-NEXT-IN-QUEUE-PARA
                   UNTIL QUEUE-HEAD > QUEUE-TAIL OR CYCLE-SW = "Y"
               IF CYCLE-SW = "Y"
                   MOVE SPACES TO KEY-TEXT
                   MOVE ND-DEPT (START-NODE) TO KC-DEPT
                   MOVE ND-COURSE-NUM (START-NODE) TO KC-COURSE-NUM
                   MOVE SPACES TO REF-TEXT
                   MOVE "COURSE IS ON A CIRCULAR CHAIN" TO REASON-TEXT
                   PERFORM C95-EXCEPTION-LINE-PARA
               END-IF
           END-IF.
      *
      *
       C31-CLEAR-NODE-PARA.
           MOVE "N" TO ND-VISITED (NODE-SUB).
      *
      *
       C32-NEXT-IN-QUEUE-PARA.
           MOVE QU-NODE (QUEUE-HEAD) TO CURRENT-NODE.
           ADD 1 TO QUEUE-HEAD.
           PERFORM C33-FOLLOW-LINKS-PARA.
      *
      * QUEUES EVERY PREREQUISITE OF CURRENT-NODE NOT ALREADY SEEN ON
      * THIS PASS.  REACHING START-NODE ENDS THE PASS.
      *
       C33-FOLLOW-LINKS-PARA.
           IF ND-EDGE-COUNT (CURRENT-NODE) > ZERO
               COMPUTE EDGE-END = ND-FIRST-EDGE (CURRENT-NODE)
                   + ND-EDGE-COUNT (CURRENT-NODE) - 1
               PERFORM C34-LINK-PARA
                   VARYING EDGE-SUB FROM ND-FIRST-EDGE (CURRENT-NODE)
                   BY 1
                   UNTIL EDGE-SUB > EDGE-END OR CYCLE-SW = "Y"
           END-IF.
      *
      *
       C34-LINK-PARA.
           MOVE EG-TO-NODE (EDGE-SUB) TO NEXT-NODE.
           IF NEXT-NODE = START-NODE
               MOVE "Y" TO CYCLE-SW
           ELSE
               IF ND-VISITED (NEXT-NODE) = "N"
                   MOVE "Y" TO ND-VISITED (NEXT-NODE)
                   ADD 1 TO QUEUE-TAIL
                   MOVE NEXT-NODE TO QU-NODE (QUEUE-TAIL)
               END-IF
           END-IF.
      *
      * ADDS THE CURRENT CRSPREQ.DAI ROW AS A LINK FROM ITS COURSE TO
      * ITS PREREQUISITE.  ONCE EITHER TABLE IS FULL NO MORE LINKS
      * ARE ADDED AND THE REPORT SAYS SO.
      *
       C60-ADD-LINK-PARA.
           MOVE PQ-DEPT TO CHECK-DEPT.
           MOVE PQ-COURSE-NUM TO CHECK-COURSE-NUM.
           PERFORM C62-FIND-NODE-PARA.
           MOVE FOUND-NODE TO FROM-NODE.
           MOVE PQ-PRE-DEPT TO CHECK-DEPT.
           MOVE PQ-PRE-COURSE-NUM TO CHECK-COURSE-NUM.
           PERFORM C62-FIND-NODE-PARA.
           IF FROM-NODE = ZERO OR FOUND-NODE = ZERO OR
              EDGE-COUNT NOT < 1000
               MOVE "Y" TO TABLE-FULL-SW
           ELSE
               ADD 1 TO EDGE-COUNT
               MOVE FOUND-NODE TO EG-TO-NODE (EDGE-COUNT)
               IF ND-EDGE-COUNT (FROM-NODE) = ZERO
                   MOVE EDGE-COUNT TO ND-FIRST-EDGE (FROM-NODE)
               END-IF
               ADD 1 TO ND-EDGE-COUNT (FROM-NODE)
           END-IF.
      *
      * LEAVES FOUND-NODE ON CHECK-COURSE'S NODE, ADDING ONE IF IT IS
      * NEW; ZERO WHEN THE NODE TABLE IS FULL.
      *
       C62-FIND-NODE-PARA.
           MOVE ZERO TO FOUND-NODE.
           MOVE "N" TO NODE-FOUND-SW.
           PERFORM C64-SCAN-NODE-PARA
               VARYING NODE-SUB FROM 1 BY 1
               UNTIL NODE-SUB > NODE-COUNT OR NODE-FOUND-SW = "Y".
           IF NODE-FOUND-SW = "N" AND NODE-COUNT < 500
               ADD 1 TO NODE-COUNT
               MOVE CHECK-DEPT TO ND-DEPT (NODE-COUNT)
               MOVE CHECK-COURSE-NUM TO ND-COURSE-NUM (NODE-COUNT)
               MOVE ZERO TO ND-FIRST-EDGE (NODE-COUNT)
                            ND-EDGE-COUNT (NODE-COUNT)
               MOVE "N" TO ND-VISITED (NODE-COUNT)
               MOVE NODE-COUNT TO FOUND-NODE
           END-IF.
      *
      *
       C64-SCAN-NODE-PARA.
           IF ND-DEPT (NODE-SUB) = CHECK-DEPT AND
              ND-COURSE-NUM (NODE-SUB) = CHECK-COURSE-NUM
               MOVE "Y" TO NODE-FOUND-SW
               MOVE NODE-SUB TO FOUND-NODE
           END-IF.
      *
      * A TOTAL LINE PER CATEGORY, THEN THE GRAND TOTALS AND THE
      * RETURN CODE.
      *
       B80-SUMMARY-PARA.
           MOVE PRINT-SUMMARY-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           PERFORM C80-SUMMARY-LINE-PARA
               VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 11.
           MOVE TOTAL-ROWS TO PT-TOTAL-ROWS.
           MOVE TOTAL-BROKEN TO PT-TOTAL-BROKEN.
           MOVE SWEEP-RC TO PT-RETURN-CODE.
           MOVE PRINT-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
      *
      *
       C80-SUMMARY-LINE-PARA.
           MOVE CAT-NAME (CAT-SUB) TO PS-NAME.
           MOVE CAT-READ (CAT-SUB) TO PS-READ.
           MOVE CAT-BROKEN (CAT-SUB) TO PS-BROKEN.
           IF CAT-ON-HAND (CAT-SUB) = "N"
               MOVE "NOT ON HAND" TO PS-NOTE
           ELSE
               MOVE SPACES TO PS-NOTE
           END-IF.
           MOVE PRINT-SUMMARY-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * THE END EVENT CARRIES THE ROWS READ AS BOTH COUNTS (SO THE
      * MORNING SUMMARY SHOWS THE JOB IN BALANCE) AND THE RETURN CODE
      * THE RELEASE CHECK LOOKS AT.
      *
       B85-LOG-END-PARA.
           OPEN EXTEND RUNCTL-FILE.
           MOVE SPACES TO RUNCTL-REC.
           MOVE "PROG1545" TO RC-JOB-NAME.
           MOVE "E" TO RC-EVENT.
           ACCEPT RC-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-TIME FROM TIME.
           MOVE TOTAL-ROWS TO RC-IN-COUNT.
           MOVE TOTAL-ROWS TO RC-OUT-COUNT.
           MOVE SWEEP-RC TO RC-RETURN-CODE.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.
      *
      * EVERY LOOKUP COUNTS ONE ROW READ AGAINST CAT-SUB AND LEAVES
      * BROKEN-SW SET WHEN THE REFERENCE IS NOT THERE, WITH THE
      * VALUE AND REASON READY FOR THE EXCEPTION LINE.
      *
       C90-CHECK-STUDENT-PARA.
           ADD 1 TO CAT-READ (CAT-SUB).
           ADD 1 TO TOTAL-ROWS.
           MOVE "N" TO BROKEN-SW.
           MOVE CHECK-STUDENT-ID TO STUDENT-ID.
           READ IND-STUD-FILE
               INVALID KEY
                   MOVE "Y" TO BROKEN-SW
                   MOVE SPACES TO REF-TEXT
                   MOVE CHECK-STUDENT-ID TO RS-STUDENT-ID
                   MOVE "STUDENT NOT ON STUDENT.DAI" TO REASON-TEXT
           END-READ.
      *
      *
       C92-CHECK-COURSE-PARA.
           ADD 1 TO CAT-READ (CAT-SUB).
           ADD 1 TO TOTAL-ROWS.
           PERFORM C94-READ-COURSE-PARA.
           IF BROKEN-SW = "Y"
               MOVE "COURSE NOT ON COURSE.DAI" TO REASON-TEXT
           END-IF.
      *
      * THE PREREQUISITE HALF OF A CRSPREQ.DAI ROW - NOT COUNTED AS A
      * SECOND ROW READ.
      *
       C93-CHECK-PREREQ-PARA.
           PERFORM C94-READ-COURSE-PARA.
           IF BROKEN-SW = "Y"
               MOVE "PREREQUISITE NOT ON COURSE.DAI" TO REASON-TEXT
           END-IF.
      *
      *
       C94-READ-COURSE-PARA.
           MOVE "N" TO BROKEN-SW.
           MOVE CHECK-DEPT TO CRS-DEPT.
           MOVE CHECK-COURSE-NUM TO CRS-COURSE-NUM.
           READ COURSE-FILE
               INVALID KEY
                   MOVE "Y" TO BROKEN-SW
                   MOVE SPACES TO REF-TEXT
                   MOVE CHECK-DEPT TO RF-DEPT
                   MOVE CHECK-COURSE-NUM TO RF-COURSE-NUM
           END-READ.
      *
      *
       C95-EXCEPTION-LINE-PARA.
           ADD 1 TO CAT-BROKEN (CAT-SUB).
           ADD 1 TO TOTAL-BROKEN.
           MOVE KEY-TEXT TO PD-KEY.
           MOVE REF-TEXT TO PD-REF.
           MOVE REASON-TEXT TO PD-REASON.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
