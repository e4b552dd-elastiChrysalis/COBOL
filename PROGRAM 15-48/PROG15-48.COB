       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-48.
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
      * ONLINE STUDENT NAME SEARCH AND READ-ONLY INQUIRY FOR THE
      * FRONT COUNTER, WHERE THE STUDENT IS STANDING THERE BUT THE
      * NINE-DIGIT STUDENT-ID EVERY OTHER SCREEN WANTS IS NOT KNOWN.
      * THE OPERATOR KEYS A LAST NAME - OR JUST ITS FIRST LETTERS -
      * AND OPTIONALLY A FIRST NAME TO START FURTHER INTO THE LIST.
      * STUDENT.DAI IS BROWSED ON ITS STUDENT-NAME ALTERNATE KEY
      * (LAST NAME THEN FIRST NAME) TEN MATCHING NAMES TO A PAGE,
      * EACH WITH ITS STUDENT-ID AND MAJOR SO NAMESAKES CAN BE TOLD
      * APART.  PICKING A LINE SHOWS ONE SUMMARY SCREEN FOR THAT
      * STUDENT: MAJOR, GPA, AND UNITS FROM THE MASTER; ACTIVE HOLDS
      * (RELEASED DATE STILL ZERO) FROM HOLDS.DAI; THE CURRENT
      * MAILING ADDRESS FROM STUADDR.DAI, CHOSEN THE SAME WAY THE
      * PROGRAM-15-16/15-17 LETTERS CHOOSE IT; THE LATEST STANDHIS.DAI
      * STANDING RECORD; THE STUDENT'S CONFIRMED AND WAITLISTED
      * ENROLL.DAI ROWS FOR THE CURRENT TERM (KEYED ONCE WHEN THE
      * PROGRAM STARTS); AND ANY DEGREE.DAI CONFERRAL.  NOTHING IS
      * EVER WRITTEN - EVERY FILE IS OPENED INPUT, AND A FILE OTHER
      * THAN STUDENT.DAI THAT IS NOT ON HAND SHOWS AS "NOT ON FILE".
      * ENTRY IS GUARDED BY THE PROGRAM-15-31 SIGN-ON ASKING FOR THE
      * VIEW ROLE, WHICH EVERY ACTIVE OPERATOR HAS - INCLUDING THE
      * VIEW-ONLY (ROLE V) IDS GIVEN TO STUDENT WORKERS, WHICH NO
      * UPDATE SCREEN ACCEPTS.
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
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STU-FILE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAI"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HLD-FILE-STATUS.
           SELECT ADDR-FILE
               ASSIGN TO "STUADDR.DAI"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADR-FILE-STATUS.
           SELECT STAND-FILE
               ASSIGN TO "STANDHIS.DAI"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS STD-FILE-STATUS.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES
               FILE STATUS IS ENR-FILE-STATUS.
           SELECT DEGREE-FILE
               ASSIGN TO "DEGREE.DAI"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS DEG-FILE-STATUS.
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
       COPY FDHOLD OF LIBRARY.
      *
       COPY FDADDR OF LIBRARY.
      *
       COPY FDSTAND OF LIBRARY.
      *
       COPY FDENROLL OF LIBRARY.
      *
       COPY FDDEGREE OF LIBRARY.
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  PROGRAM-SWITCHES.
           05  DONE-SW                    PIC X VALUE "N".
           05  SEARCH-DONE-SW             PIC X VALUE "N".
           05  PAGE-DONE-SW               PIC X VALUE "N".
           05  MATCH-EOF-SW               PIC X VALUE "N".
           05  TRIM-DONE-SW               PIC X VALUE "N".
           05  SCAN-SW                    PIC X VALUE "N".
           05  ADDR-FOUND-SW              PIC X VALUE "N".
           05  STAND-FOUND-SW             PIC X VALUE "N".
           05  PAGE-ACTION                PIC X.
           05  PAUSE-IN                   PIC X.
           05  PICK-NO                    PIC 99.
           05  PAGE-COUNT                 PIC 99.
           05  PAGE-SUB                   PIC 99.
           05  LIST-LINE-NO               PIC 99.
           05  NAME-SUB                   PIC 99.
           05  STUDENT-ID-HOLD            PIC 9(9).
      *
       01  STU-FILE-STATUS                PIC XX.
       01  HLD-FILE-STATUS                PIC XX.
       01  ADR-FILE-STATUS                PIC XX.
       01  STD-FILE-STATUS                PIC XX.
       01  ENR-FILE-STATUS                PIC XX.
       01  DEG-FILE-STATUS                PIC XX.
      *
      * SET FROM EACH SUPPORTING FILE'S STATUS RIGHT AFTER ITS OPEN.
      *
       01  HOLD-FILE-SW                   PIC X VALUE "N".
       01  ADDR-FILE-SW                   PIC X VALUE "N".
       01  STAND-FILE-SW                  PIC X VALUE "N".
       01  ENROLL-FILE-SW                 PIC X VALUE "N".
       01  DEGREE-FILE-SW                 PIC X VALUE "N".
      *
       01  SIGNON-AREA.
           05  SN-ROLE-REQUIRED           PIC X.
           05  SN-OPERATOR-ID             PIC X(10).
           05  SN-STATUS                  PIC X.
      *
       01  CURRENT-TERM                   PIC X(5).
      *
       01  SEARCH-FIELDS.
           05  LASTN-IN                   PIC X(14).
           05  FIRSTN-IN                  PIC X(10).
      *
      * THE KEYED LAST NAME WITH ITS TRAILING SPACES TURNED TO
      * HIGH-VALUES - EVERY LAST NAME THAT BEGINS WITH THE KEYED
      * LETTERS SORTS AT OR BELOW IT, AND THE FIRST ONE THAT DOES NOT
      * SORTS ABOVE IT, WHICH ENDS THE MATCHES.
      *
       01  NAME-BOUND-AREA.
           05  NAME-BOUND                 PIC X(14).
           05  NAME-BOUND-VIEW            REDEFINES NAME-BOUND.
               10  NB-CHAR                PIC X OCCURS 14 TIMES.
      *
      * THE PAGE ON THE SCREEN.  THE MASTER FIELDS THE SUMMARY NEEDS
      * ARE KEPT HERE SO PICKING A LINE DOES NOT DISTURB THE BROWSE
      * POSITION ON STUDENT.DAI.
      *
       01  PAGE-TABLE.
           05  PAGE-ENTRY                 OCCURS 10 TIMES.
               10  PG-STUDENT-ID          PIC 9(9).
               10  PG-LASTN               PIC X(14).
               10  PG-FIRSTN              PIC X(10).
               10  PG-MAJOR-CODE          PIC X(3).
               10  PG-GRADE-POINTS        PIC 9(3).
               10  PG-COMP-UNITS          PIC 9(3).
      *
       01  GPA-WORK                       PIC 9V99.
      *
       01  HOLD-TABLE.
           05  HOLD-COUNT                 PIC 99.
           05  HOLD-LINE-A.
               10  HOLD-ENTRY-A           OCCURS 4 TIMES.
                   15  HA-HOLD-TYPE       PIC X(2).
                   15  FILLER             PIC X.
                   15  HA-PLACED-DATE     PIC X(8).
                   15  FILLER             PIC X(3).
           05  HOLD-LINE-B.
               10  HOLD-ENTRY-B           OCCURS 4 TIMES.
                   15  HB-HOLD-TYPE       PIC X(2).
                   15  FILLER             PIC X.
                   15  HB-PLACED-DATE     PIC X(8).
                   15  FILLER             PIC X(3).
      *
       01  MAIL-ADDRESS.
           05  MAIL-LINE-1                PIC X(25).
           05  MAIL-LINE-2                PIC X(25).
           05  MAIL-CITY-LINE.
               10  MAIL-CITY              PIC X(15).
               10  FILLER                 PIC X VALUE SPACE.
               10  MAIL-STATE             PIC X(2).
               10  FILLER                 PIC X VALUE SPACE.
               10  MAIL-ZIP               PIC X(9).
      *
       01  LATEST-STAND.
           05  LS-RUN-DATE                PIC 9(8).
           05  LS-CATEGORY                PIC X.
           05  LS-GPA                     PIC 9V99.
      *
       01  ENROLL-COUNT                   PIC 99.
       01  DEGREE-COUNT                   PIC 99.
      *
       01  SCREEN-LINE-01.
           05  LINE-01                    PIC X(40) VALUE
               "BAYVIEW INSTITUTE OF COMPUTER TECHNOLOGY".
           05  LINE-02                    PIC X(31) VALUE
               "STUDENT NAME SEARCH AND INQUIRY".
           05  LINE-03                    PIC X(48) VALUE
               "LAST NAME (OR ITS FIRST LETTERS), BLANK TO EXIT:".
           05  LINE-04                    PIC X(22) VALUE
               "FIRST NAME (OPTIONAL):".
           05  LINE-05                    PIC X(50) VALUE
               "V=VIEW A LINE  N=NEXT PAGE  S=NEW SEARCH - ACTION:".
           05  LINE-06                    PIC X(20) VALUE
               "LINE NUMBER TO VIEW:".
           05  LINE-07                    PIC X(35) VALUE
               "ENTER CURRENT TERM-ID (E.G. 2026F):".
           05  LINE-08                    PIC X(27) VALUE
               "STUDENT INQUIRY - VIEW ONLY".
      *
       01  LIST-HEADING-LINE.
           05  FILLER                     PIC X(5) VALUE "NO.".
           05  FILLER                     PIC X(12) VALUE
               "STUDENT ID".
           05  FILLER                     PIC X(16) VALUE
               "LAST NAME".
           05  FILLER                     PIC X(12) VALUE
               "FIRST NAME".
           05  FILLER                     PIC X(3) VALUE "MAJ".
      *
       01  LIST-DETAIL-LINE.
           05  LD-LINE-NO                 PIC Z9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  LD-STUDENT-ID              PIC 9(9).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  LD-LASTN                   PIC X(14).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  LD-FIRSTN                  PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  LD-MAJOR-CODE              PIC X(3).
      *
       01  SUMMARY-NAME-LINE.
           05  FILLER                     PIC X(9) VALUE "STUDENT: ".
           05  SU-STUDENT-ID              PIC 9(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  SU-LASTN                   PIC X(14).
           05  FILLER                     PIC X VALUE SPACE.
           05  SU-FIRSTN                  PIC X(10).
      *
       01  SUMMARY-MAJOR-LINE.
           05  FILLER                     PIC X(7) VALUE "MAJOR: ".
           05  SM-MAJOR-CODE              PIC X(3).
           05  FILLER                     PIC X(8) VALUE "   GPA: ".
           05  SM-GPA                     PIC 9.99.
           05  FILLER                     PIC X(20) VALUE
               "   UNITS COMPLETED: ".
           05  SM-COMP-UNITS              PIC ZZ9.
           05  FILLER                     PIC X(17) VALUE
               "   GRADE POINTS: ".
           05  SM-GRADE-POINTS            PIC ZZ9.
      *
       01  STANDING-LINE.
           05  SL-CATEGORY                PIC X(11).
           05  FILLER                     PIC X(11) VALUE
               "  RUN DATE ".
           05  SL-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(6) VALUE "  GPA ".
           05  SL-GPA                     PIC 9.99.
      *
       01  DEGREE-LINE.
           05  DEGREE-ENTRY               OCCURS 2 TIMES.
               10  DL-MAJOR-CODE          PIC X(3).
               10  FILLER                 PIC X.
               10  DL-TERM-ID             PIC X(5).
               10  FILLER                 PIC X.
               10  DL-CONFER-DATE         PIC X(8).
               10  FILLER                 PIC X(3).
      *
       01  ENROLL-HEADING-LINE.
           05  FILLER                     PIC X(5) VALUE "TERM ".
           05  EH-TERM-ID                 PIC X(5).
           05  FILLER                     PIC X(31) VALUE
               " - CONFIRMED AND WAITLISTED:  ".
           05  EH-MORE                    PIC X(16).
      *
       01  ENROLL-DETAIL-LINE.
           05  ED-DEPT                    PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  ED-COURSE-NUM              PIC X(4).
           05  FILLER                     PIC X(5) VALUE " SEC ".
           05  ED-SECTION                 PIC X(2).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  ED-COURSE-DESC             PIC X(24).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  ED-STATUS                  PIC X(9).
           05  FILLER                     PIC X(8) VALUE
               "  UNITS ".
           05  ED-UNITS                   PIC X.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       MAIN-PARA.
           MOVE "V" TO SN-ROLE-REQUIRED.
           CALL "PROGRAM-15-31" USING SIGNON-AREA.
           IF SN-STATUS NOT = "Y"
               DISPLAY "*** SIGN-ON REFUSED - FUNCTION ENDED ***"
               STOP RUN
           END-IF.
           OPEN INPUT IND-STUD-FILE.
           IF STU-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT.DAI ON HAND - RUN PROG15-4 FIRST"
               STOP RUN
           END-IF.
           PERFORM B10-OPEN-PARA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY LINE-01 LINE 2 COLUMN 20.
           DISPLAY LINE-02 LINE 3 COLUMN 25.
           DISPLAY LINE-07 LINE 6 COLUMN 12.
           ACCEPT CURRENT-TERM LINE 6 COLUMN 48.
           PERFORM C10-MENU-PARA.
           PERFORM PROCESS-IT UNTIL DONE-SW = "Y".
           PERFORM B90-CLOSE-PARA.
           DISPLAY " " ERASE SCREEN.
           STOP RUN.
      *
      * THE SUPPORTING FILES ARE ALL OPTIONAL - A SECTION OF THE
      * SUMMARY WHOSE FILE IS NOT ON HAND SAYS SO.
      *
       B10-OPEN-PARA.
           OPEN INPUT HOLD-FILE.
           IF HLD-FILE-STATUS = "00"
               MOVE "Y" TO HOLD-FILE-SW
           END-IF.
           OPEN INPUT ADDR-FILE.
           IF ADR-FILE-STATUS = "00"
               MOVE "Y" TO ADDR-FILE-SW
           END-IF.
           OPEN INPUT STAND-FILE.
           IF STD-FILE-STATUS = "00"
               MOVE "Y" TO STAND-FILE-SW
           END-IF.
           OPEN INPUT ENROLL-FILE.
           IF ENR-FILE-STATUS = "00"
               MOVE "Y" TO ENROLL-FILE-SW
           END-IF.
           OPEN INPUT DEGREE-FILE.
           IF DEG-FILE-STATUS = "00"
               MOVE "Y" TO DEGREE-FILE-SW
           END-IF.
      *
      *
       C10-MENU-PARA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY LINE-01 LINE 2 COLUMN 20.
           DISPLAY LINE-02 LINE 3 COLUMN 25.
           MOVE SPACES TO LASTN-IN
                          FIRSTN-IN.
           DISPLAY LINE-03 LINE 6 COLUMN 12.
           ACCEPT LASTN-IN LINE 6 COLUMN 61.
           IF LASTN-IN NOT = SPACES
               DISPLAY LINE-04 LINE 7 COLUMN 12
               ACCEPT FIRSTN-IN LINE 7 COLUMN 35
           END-IF.
      *
      *
       PROCESS-IT.
           IF LASTN-IN = SPACES
               MOVE "Y" TO DONE-SW
           ELSE
               PERFORM B20-SEARCH-PARA
               PERFORM C10-MENU-PARA
           END-IF.
      *
      * POSITIONS ON THE NAME KEY AT THE KEYED LAST (AND FIRST) NAME
      * AND PAGES FORWARD UNTIL THE OPERATOR ASKS FOR A NEW SEARCH OR
      * THE MATCHES RUN OUT.
      *
       B20-SEARCH-PARA.
           MOVE LASTN-IN TO NAME-BOUND.
           MOVE 14 TO NAME-SUB.
           MOVE "N" TO TRIM-DONE-SW.
           PERFORM C20-BOUND-PARA UNTIL TRIM-DONE-SW = "Y".
           MOVE LASTN-IN TO LASTN.
           MOVE FIRSTN-IN TO FIRSTN.
           MOVE "N" TO MATCH-EOF-SW.
           MOVE "N" TO SEARCH-DONE-SW.
           MOVE ZERO TO PAGE-COUNT.
           START IND-STUD-FILE KEY NOT LESS THAN STUDENT-NAME
               INVALID KEY
                   MOVE "Y" TO MATCH-EOF-SW
           END-START.
           PERFORM B30-PAGE-PARA UNTIL SEARCH-DONE-SW = "Y".
      *
      *
       C20-BOUND-PARA.
           IF NB-CHAR (NAME-SUB) = SPACE
               MOVE HIGH-VALUE TO NB-CHAR (NAME-SUB)
               SUBTRACT 1 FROM NAME-SUB
               IF NAME-SUB = ZERO
                   MOVE "Y" TO TRIM-DONE-SW
               END-IF
           ELSE
               MOVE "Y" TO TRIM-DONE-SW
           END-IF.
      *
      * PAGE-COUNT STILL HOLDS THE SIZE OF THE PAGE BEFORE, SO AN
      * EMPTY FIRST PAGE AND AN EMPTY NEXT PAGE GET DIFFERENT WORDS.
      *
       B30-PAGE-PARA.
           IF PAGE-COUNT = ZERO
               MOVE "N" TO PAUSE-IN
           ELSE
               MOVE "Y" TO PAUSE-IN
           END-IF.
           MOVE ZERO TO PAGE-COUNT.
           PERFORM C30-READ-MATCH-PARA
               UNTIL PAGE-COUNT = 10 OR MATCH-EOF-SW = "Y".
           IF PAGE-COUNT = ZERO
               IF PAUSE-IN = "N"
                   DISPLAY "*** NO MATCHING NAMES ***"
                       LINE 22 COLUMN 12 BLINKING
               ELSE
                   DISPLAY "*** NO MORE MATCHING NAMES ***"
                       LINE 22 COLUMN 12 BLINKING
               END-IF
               DISPLAY "PRESS ENTER TO CONTINUE:" LINE 23 COLUMN 12
               ACCEPT PAUSE-IN LINE 23 COLUMN 37
               MOVE "Y" TO SEARCH-DONE-SW
           ELSE
               PERFORM C32-SHOW-PAGE-PARA
               MOVE "N" TO PAGE-DONE-SW
               PERFORM C34-PAGE-ACTION-PARA UNTIL PAGE-DONE-SW = "Y"
           END-IF.
      *
      *
       C30-READ-MATCH-PARA.
           READ IND-STUD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MATCH-EOF-SW
               NOT AT END
                   IF LASTN > NAME-BOUND
                       MOVE "Y" TO MATCH-EOF-SW
                   ELSE
                       ADD 1 TO PAGE-COUNT
                       MOVE STUDENT-ID TO PG-STUDENT-ID (PAGE-COUNT)
                       MOVE LASTN TO PG-LASTN (PAGE-COUNT)
                       MOVE FIRSTN TO PG-FIRSTN (PAGE-COUNT)
                       MOVE MAJOR-CODE TO PG-MAJOR-CODE (PAGE-COUNT)
                       MOVE GRADE-POINTS
                           TO PG-GRADE-POINTS (PAGE-COUNT)
                       MOVE COMP-UNITS TO PG-COMP-UNITS (PAGE-COUNT)
                   END-IF
           END-READ.
      *
      *
       C32-SHOW-PAGE-PARA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY LINE-01 LINE 2 COLUMN 20.
           DISPLAY LINE-02 LINE 3 COLUMN 25.
           DISPLAY LIST-HEADING-LINE LINE 6 COLUMN 12.
           PERFORM C33-SHOW-LINE-PARA
               VARYING PAGE-SUB FROM 1 BY 1
               UNTIL PAGE-SUB > PAGE-COUNT.
      *
      *
       C33-SHOW-LINE-PARA.
           MOVE PAGE-SUB TO LD-LINE-NO.
           MOVE PG-STUDENT-ID (PAGE-SUB) TO LD-STUDENT-ID.
           MOVE PG-LASTN (PAGE-SUB) TO LD-LASTN.
           MOVE PG-FIRSTN (PAGE-SUB) TO LD-FIRSTN.
           MOVE PG-MAJOR-CODE (PAGE-SUB) TO LD-MAJOR-CODE.
           COMPUTE LIST-LINE-NO = PAGE-SUB + 7.
           DISPLAY LIST-DETAIL-LINE LINE LIST-LINE-NO COLUMN 12.
      *
      * AFTER A SUMMARY THE SAME PAGE COMES BACK SO ANOTHER LINE CAN
      * BE PICKED.  N ON THE LAST PAGE FALLS THROUGH TO "NO MORE".
      *
       C34-PAGE-ACTION-PARA.
           DISPLAY LINE-05 LINE 20 COLUMN 12.
           ACCEPT PAGE-ACTION LINE 20 COLUMN 63.
           EVALUATE PAGE-ACTION
               WHEN "V"
                   DISPLAY LINE-06 LINE 21 COLUMN 12
                   ACCEPT PICK-NO LINE 21 COLUMN 33
                   IF PICK-NO > ZERO AND PICK-NO NOT > PAGE-COUNT
                       PERFORM B40-SUMMARY-PARA
                       PERFORM C32-SHOW-PAGE-PARA
                   ELSE
                       DISPLAY "*** INVALID LINE NUMBER ***"
                           LINE 22 COLUMN 12 BLINKING
                   END-IF
               WHEN "N"
                   MOVE "Y" TO PAGE-DONE-SW
               WHEN "S"
                   MOVE "Y" TO PAGE-DONE-SW
                   MOVE "Y" TO SEARCH-DONE-SW
               WHEN OTHER
                   DISPLAY "*** INVALID ACTION CODE ***"
                       LINE 22 COLUMN 12 BLINKING
           END-EVALUATE.
      *
      * ONE SCREEN FOR THE PICKED STUDENT, BUILT FROM THE PAGE TABLE
      * AND THE SUPPORTING FILES.
      *
       B40-SUMMARY-PARA.
           MOVE PG-STUDENT-ID (PICK-NO) TO STUDENT-ID-HOLD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY LINE-01 LINE 2 COLUMN 20.
           DISPLAY LINE-08 LINE 3 COLUMN 27.
           PERFORM C40-MASTER-PARA.
           PERFORM C42-HOLDS-PARA.
           PERFORM C44-ADDRESS-PARA.
           PERFORM C46-STANDING-PARA.
           PERFORM C48-DEGREE-PARA.
           PERFORM C50-ENROLL-PARA.
           DISPLAY "PRESS ENTER TO RETURN TO THE LIST:"
               LINE 24 COLUMN 5.
           ACCEPT PAUSE-IN LINE 24 COLUMN 40.
      *
      *
       C40-MASTER-PARA.
           MOVE PG-STUDENT-ID (PICK-NO) TO SU-STUDENT-ID.
           MOVE PG-LASTN (PICK-NO) TO SU-LASTN.
           MOVE PG-FIRSTN (PICK-NO) TO SU-FIRSTN.
           DISPLAY SUMMARY-NAME-LINE LINE 5 COLUMN 5.
           MOVE PG-MAJOR-CODE (PICK-NO) TO SM-MAJOR-CODE.
           MOVE PG-COMP-UNITS (PICK-NO) TO SM-COMP-UNITS.
           MOVE PG-GRADE-POINTS (PICK-NO) TO SM-GRADE-POINTS.
           IF PG-COMP-UNITS (PICK-NO) > ZERO
               COMPUTE GPA-WORK ROUNDED = PG-GRADE-POINTS (PICK-NO)
                   / PG-COMP-UNITS (PICK-NO)
           ELSE
               MOVE ZERO TO GPA-WORK
           END-IF.
           MOVE GPA-WORK TO SM-GPA.
           DISPLAY SUMMARY-MAJOR-LINE LINE 6 COLUMN 5.
      *
      * ACTIVE HOLDS ONLY - RELEASED DATE STILL ZERO.  FOUR TO A
      * LINE, TWO LINES; ANY BEYOND EIGHT ARE FLAGGED "(MORE)".
      *
       C42-HOLDS-PARA.
           DISPLAY "ACTIVE HOLDS:" LINE 8 COLUMN 5.
           MOVE ZERO TO HOLD-COUNT.
           MOVE SPACES TO HOLD-LINE-A
                          HOLD-LINE-B.
           IF HOLD-FILE-SW = "N"
               DISPLAY "HOLDS.DAI NOT ON FILE" LINE 8 COLUMN 23
           ELSE
               MOVE STUDENT-ID-HOLD TO HD-STUDENT-ID
               MOVE LOW-VALUES TO HD-HOLD-TYPE
               MOVE "N" TO SCAN-SW
               START HOLD-FILE KEY NOT LESS THAN HD-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-SW
               END-START
               PERFORM C43-HOLD-SCAN-PARA UNTIL SCAN-SW = "Y"
               IF HOLD-COUNT = ZERO
                   DISPLAY "NONE" LINE 8 COLUMN 23
               ELSE
                   DISPLAY HOLD-LINE-A LINE 8 COLUMN 23
                   DISPLAY HOLD-LINE-B LINE 9 COLUMN 23
               END-IF
               IF HOLD-COUNT > 8
                   DISPLAY "(MORE)" LINE 9 COLUMN 5
               END-IF
           END-IF.
      *
      *
       C43-HOLD-SCAN-PARA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-SW
               NOT AT END
                   IF HD-STUDENT-ID NOT = STUDENT-ID-HOLD
                       MOVE "Y" TO SCAN-SW
                   ELSE
                       IF HD-RELEASED-DATE = ZERO
                           ADD 1 TO HOLD-COUNT
                           EVALUATE TRUE
                               WHEN HOLD-COUNT < 5
                                   MOVE HD-HOLD-TYPE
                                       TO HA-HOLD-TYPE (HOLD-COUNT)
                                   MOVE HD-PLACED-DATE
                                       TO HA-PLACED-DATE (HOLD-COUNT)
                               WHEN HOLD-COUNT < 9
                                   MOVE HD-HOLD-TYPE
                                     TO HB-HOLD-TYPE (HOLD-COUNT - 4)
                                   MOVE HD-PLACED-DATE
                                     TO HB-PLACED-DATE (HOLD-COUNT - 4)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.
      *
      * THE MAILING ROWS ARE READ IN EFFECTIVE-DATE ORDER, SO THE LAST
      * TYPE-M ROW WITH A FIRST ADDRESS LINE WINS - THE SAME RULE THE
      * PROGRAM-15-16 AND PROGRAM-15-17 LETTERS USE.
      *
       C44-ADDRESS-PARA.
           DISPLAY "MAILING ADDRESS:" LINE 11 COLUMN 5.
           MOVE "N" TO ADDR-FOUND-SW.
           IF ADDR-FILE-SW = "N"
               DISPLAY "STUADDR.DAI NOT ON FILE" LINE 11 COLUMN 23
           ELSE
               MOVE STUDENT-ID-HOLD TO AD-STUDENT-ID
               MOVE "M" TO AD-ADDR-TYPE
               MOVE ZEROS TO AD-EFF-DATE
               MOVE "N" TO SCAN-SW
               START ADDR-FILE KEY NOT LESS THAN AD-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-SW
               END-START
               PERFORM C45-ADDR-SCAN-PARA UNTIL SCAN-SW = "Y"
               IF ADDR-FOUND-SW = "Y"
                   DISPLAY MAIL-LINE-1 LINE 11 COLUMN 23
                   DISPLAY MAIL-LINE-2 LINE 12 COLUMN 23
                   DISPLAY MAIL-CITY-LINE LINE 13 COLUMN 23
               ELSE
                   DISPLAY "NONE ON FILE" LINE 11 COLUMN 23
               END-IF
           END-IF.
      *
      *
       C45-ADDR-SCAN-PARA.
           READ ADDR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-SW
               NOT AT END
                   IF AD-STUDENT-ID = STUDENT-ID-HOLD AND
                           AD-ADDR-TYPE = "M"
                       IF AD-LINE-1 NOT = SPACES
                           MOVE AD-LINE-1 TO MAIL-LINE-1
                           MOVE AD-LINE-2 TO MAIL-LINE-2
                           MOVE AD-CITY TO MAIL-CITY
                           MOVE AD-STATE TO MAIL-STATE
                           MOVE AD-ZIP TO MAIL-ZIP
                           MOVE "Y" TO ADDR-FOUND-SW
                       END-IF
                   ELSE
                       MOVE "Y" TO SCAN-SW
                   END-IF
           END-READ.
      *
      * STANDING RECORDS COME BACK OLDEST FIRST; THE LAST ONE READ IS
      * THE LATEST.  A STUDENT NEITHER ON THE DEAN'S LIST NOR ON
      * PROBATION IN ANY RUN HAS NONE.
      *
       C46-STANDING-PARA.
           DISPLAY "LATEST STANDING:" LINE 15 COLUMN 5.
           MOVE "N" TO STAND-FOUND-SW.
           IF STAND-FILE-SW = "N"
               DISPLAY "STANDHIS.DAI NOT ON FILE" LINE 15 COLUMN 23
           ELSE
               MOVE STUDENT-ID-HOLD TO SH-STUDENT-ID
               MOVE ZEROS TO SH-RUN-DATE
               MOVE "N" TO SCAN-SW
               START STAND-FILE KEY NOT LESS THAN SH-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-SW
               END-START
               PERFORM C47-STAND-SCAN-PARA UNTIL SCAN-SW = "Y"
               IF STAND-FOUND-SW = "Y"
                   EVALUATE LS-CATEGORY
                       WHEN "D"
                           MOVE "DEAN'S LIST" TO SL-CATEGORY
                       WHEN "P"
                           MOVE "PROBATION" TO SL-CATEGORY
                       WHEN OTHER
                           MOVE LS-CATEGORY TO SL-CATEGORY
                   END-EVALUATE
                   MOVE LS-RUN-DATE TO SL-RUN-DATE
                   MOVE LS-GPA TO SL-GPA
                   DISPLAY STANDING-LINE LINE 15 COLUMN 23
               ELSE
                   DISPLAY "NO STANDING RECORD" LINE 15 COLUMN 23
               END-IF
           END-IF.
      *
      *
       C47-STAND-SCAN-PARA.
           READ STAND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-SW
               NOT AT END
                   IF SH-STUDENT-ID NOT = STUDENT-ID-HOLD
                       MOVE "Y" TO SCAN-SW
                   ELSE
                       MOVE SH-RUN-DATE TO LS-RUN-DATE
                       MOVE SH-CATEGORY TO LS-CATEGORY
                       MOVE SH-GPA TO LS-GPA
                       MOVE "Y" TO STAND-FOUND-SW
                   END-IF
           END-READ.
      *
      * ONE ENTRY PER CONFERRED PROGRAM (A DOUBLE MAJOR HAS TWO).
      *
       C48-DEGREE-PARA.
           DISPLAY "DEGREE CONFERRED:" LINE 16 COLUMN 5.
           MOVE ZERO TO DEGREE-COUNT.
           MOVE SPACES TO DEGREE-LINE.
           IF DEGREE-FILE-SW = "N"
               DISPLAY "DEGREE.DAI NOT ON FILE" LINE 16 COLUMN 23
           ELSE
               MOVE STUDENT-ID-HOLD TO DG-STUDENT-ID
               MOVE SPACES TO DG-MAJOR-CODE
               MOVE "N" TO SCAN-SW
               START DEGREE-FILE KEY NOT LESS THAN DG-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-SW
               END-START
               PERFORM C49-DEGREE-SCAN-PARA UNTIL SCAN-SW = "Y"
               IF DEGREE-COUNT = ZERO
                   DISPLAY "NONE" LINE 16 COLUMN 23
               ELSE
                   DISPLAY DEGREE-LINE LINE 16 COLUMN 23
               END-IF
           END-IF.
      *
      *
       C49-DEGREE-SCAN-PARA.
           READ DEGREE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-SW
               NOT AT END
                   IF DG-STUDENT-ID NOT = STUDENT-ID-HOLD
                       MOVE "Y" TO SCAN-SW
                   ELSE
                       ADD 1 TO DEGREE-COUNT
                       IF DEGREE-COUNT < 3
                           MOVE DG-MAJOR-CODE
                               TO DL-MAJOR-CODE (DEGREE-COUNT)
                           MOVE DG-TERM-ID
                               TO DL-TERM-ID (DEGREE-COUNT)
                           MOVE DG-CONFER-DATE
                               TO DL-CONFER-DATE (DEGREE-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * THE CURRENT TERM'S CONFIRMED (C) AND WAITLISTED (W) ROWS, ONE
      * SCREEN LINE EACH FROM LINE 19 DOWN; ROWS THAT WILL NOT FIT
      * ARE NOTED ON THE HEADING.
      *
       C50-ENROLL-PARA.
           MOVE CURRENT-TERM TO EH-TERM-ID.
           MOVE SPACES TO EH-MORE.
           MOVE ZERO TO ENROLL-COUNT.
           IF ENROLL-FILE-SW = "N"
               MOVE "NOT ON FILE" TO EH-MORE
           ELSE
               MOVE STUDENT-ID-HOLD TO EN-STDNT-ID
               MOVE ZERO TO EN-REC-CNT
               MOVE "N" TO SCAN-SW
               START ENROLL-FILE KEY NOT LESS THAN EN-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-SW
               END-START
               PERFORM C51-ENROLL-SCAN-PARA UNTIL SCAN-SW = "Y"
               IF ENROLL-COUNT = ZERO
                   MOVE "NONE" TO EH-MORE
               END-IF
               IF ENROLL-COUNT > 5
                   MOVE "(MORE NOT SHOWN)" TO EH-MORE
               END-IF
           END-IF.
           DISPLAY ENROLL-HEADING-LINE LINE 18 COLUMN 5.
      *
      *
       C51-ENROLL-SCAN-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-SW
               NOT AT END
                   IF EN-STDNT-ID NOT = STUDENT-ID-HOLD
                       MOVE "Y" TO SCAN-SW
                   ELSE
                       IF EN-TERM-ID = CURRENT-TERM AND
                               (EN-STATUS = "C" OR EN-STATUS = "W")
                           ADD 1 TO ENROLL-COUNT
                           IF ENROLL-COUNT < 6
                               PERFORM C52-ENROLL-LINE-PARA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *
       C52-ENROLL-LINE-PARA.
           MOVE EN-DEPT TO ED-DEPT.
           MOVE EN-COURSE-NUM TO ED-COURSE-NUM.
           MOVE EN-SECTION TO ED-SECTION.
           MOVE EN-COURSE-DESC TO ED-COURSE-DESC.
           IF EN-STATUS = "C"
               MOVE "CONFIRMED" TO ED-STATUS
           ELSE
               MOVE "WAITLIST" TO ED-STATUS
           END-IF.
           MOVE EN-UNITS TO ED-UNITS.
           COMPUTE LIST-LINE-NO = ENROLL-COUNT + 18.
           DISPLAY ENROLL-DETAIL-LINE LINE LIST-LINE-NO COLUMN 7.
      *
      *
       B90-CLOSE-PARA.
           CLOSE IND-STUD-FILE.
           IF HOLD-FILE-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF ADDR-FILE-SW = "Y"
               CLOSE ADDR-FILE
           END-IF.
           IF STAND-FILE-SW = "Y"
               CLOSE STAND-FILE
           END-IF.
           IF ENROLL-FILE-SW = "Y"
               CLOSE ENROLL-FILE
           END-IF.
           IF DEGREE-FILE-SW = "Y"
               CLOSE DEGREE-FILE
           END-IF.
