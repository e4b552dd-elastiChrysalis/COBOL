       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-47.
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
      * ENTERING-COHORT RETENTION AND GRADUATION RATE RUN FOR THE
      * DEAN'S OFFICE AND INSTITUTIONAL RESEARCH.  EVERY STUDENT ON
      * STUDENT.DAI, PLUS EVERY ARCHIVED STUDENT ON STUARCH.DAI WHO
      * IS NOT ALSO ON THE LIVE MASTER, IS ASSIGNED AN ENTRY COHORT -
      * THE EARLIEST TERM-ID ON THE STUDENT'S COURSE ROWS, LIVE
      * (STUTRANS.DAI) AND ARCHIVED (TRNARCH.DAI) TOGETHER.  TERMS
      * ARE ORDERED BY THE CALENDAR TERM SEQUENCE PROGRAM-15-44 USES
      * (YEAR TIMES TEN PLUS 1 SPRING, 2 SUMMER, 3 FALL), SINCE
      * TERM-IDS DO NOT SORT BY DATE AS TEXT.  TRANSFER CREDIT ROWS
      * (GRADE "T") CARRY THE OUTSIDE SCHOOL'S TERM AND ROWS WITHOUT
      * A YEAR PLUS S/U/F TERM CANNOT BE PLACED, SO NEITHER COUNTS.
      * A STUDENT WITH NO OTHER ROW HAS NO COHORT AND IS ONLY
      * COUNTED.
      *
      * EACH STUDENT IS THEN FOLLOWED THROUGH THE EIGHT FALL AND
      * SPRING TERMS AFTER ENTRY (A SUMMER ENTRANT'S FIRST IS THE
      * FALL THAT FOLLOWS).  THE STUDENT PERSISTS INTO A TERM WHEN
      * ENROLLED IN IT (ANY COURSE ROW, GRADED OR NOT) OR ALREADY
      * GRADUATED BEFORE IT.  GRADUATION IS THE EARLIEST CONFERRAL
      * TERM ON DEGREE.DAI.  DISMISSAL IS TAKEN FROM STANDHIS.DAI
      * UNDER THE TWO-CONSECUTIVE-TERMS-ON-PROBATION POLICY
      * PROGRAM-15-17 APPLIES - CATEGORY P ON TWO STANDING RUNS IN A
      * ROW.  FOR EACH COHORT AND MAJOR-CODE (AND FOR THE COHORT AS
      * A WHOLE, MAJOR "ALL") THE REPORT (COHORT.PRT) SHOWS:
      *
      *   NEXT FALL  - PERSISTED INTO THE FIRST FALL AFTER ENTRY.
      *   GRAD 4 YR  - CONFERRED BEFORE THE SAME TERM FOUR YEARS ON.
      *   GRAD 6 YR  - CONFERRED BEFORE THE SAME TERM SIX YEARS ON.
      *   DISMISSED  - DISMISSED AT ANY TIME SO FAR.
      *
      * AND A SECOND MATRIX OF TERM-BY-TERM PERSISTENCE, T+1 TO T+8,
      * ALL AS PERCENTS OF THE STUDENTS WHO ENTERED.  A RATE WHOSE
      * TERM HAS NOT YET BEEN REACHED BY THE LATEST TERM ON FILE IS
      * SHOWN AS "---" INSTEAD OF AN UNDERSTATED PERCENT.  THE SAME
      * ROWS GO TO A COMMA-DELIMITED FILE (COHORT.DAT) FOR THE
      * INSTITUTIONAL RESEARCH OFFICE - COHORT, MAJOR, ENTERED, THE
      * FOUR OUTCOMES EACH AS A COUNT AND A PERCENT (BLANK WHILE THE
      * WINDOW IS OPEN), AND THE EIGHT TERM-BY-TERM COUNTS.
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
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STU-FILE-STATUS.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ARCH-STUD-FILE
               ASSIGN TO "STUARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ARCH-STUDENT-ID
               FILE STATUS IS ARCH-STUD-STATUS.
           SELECT ARCH-TRANS-FILE
               ASSIGN TO "TRNARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARCH-STUDENT-KEY
               ALTERNATE RECORD KEY IS ARCH-STDNT-ID WITH DUPLICATES
               FILE STATUS IS ARCH-TRANS-STATUS.
           SELECT DEGREE-FILE
               ASSIGN TO "DEGREE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS DEG-FILE-STATUS.
           SELECT STAND-FILE
               ASSIGN TO "STANDHIS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS STD-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWORK".
           SELECT PRINT-FILE
               ASSIGN TO "COHORT.PRT".
           SELECT CSV-FILE
               ASSIGN TO "COHORT.DAT".
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
       COPY FDTRANS OF LIBRARY.
      *
      * THE ARCHIVE FILES SHARE THE LIVE LAYOUTS EXACTLY - EVERY DATA
      * NAME IS PREFIXED ARCH- SO BOTH COPIES CAN SIT IN ONE FILE
      * SECTION WITHOUT AMBIGUOUS REFERENCES.
      *
       COPY FDSTUDENT OF LIBRARY
           REPLACING ==IND-STUD-FILE== BY ==ARCH-STUD-FILE==
                     ==IND-STUD-REC==  BY ==ARCH-STUD-REC==
                     ==STUDENT-ID==    BY ==ARCH-STUDENT-ID==
                     ==STUDENT-NAME==  BY ==ARCH-STUDENT-NAME==
                     ==LASTN==         BY ==ARCH-LASTN==
                     ==FIRSTN==        BY ==ARCH-FIRSTN==
                     ==MAJOR-CODE==    BY ==ARCH-MAJOR-CODE==
                     ==GRADE-POINTS==  BY ==ARCH-GRADE-POINTS==
                     ==COMP-UNITS==    BY ==ARCH-COMP-UNITS==.
      *
       COPY FDTRANS OF LIBRARY
           REPLACING ==IND-TRANS-FILE== BY ==ARCH-TRANS-FILE==
                     ==TRANS-REC==      BY ==ARCH-TRANS-REC==
                     ==STUDENT-KEY==    BY ==ARCH-STUDENT-KEY==
                     ==STDNT-ID==       BY ==ARCH-STDNT-ID==
                     ==REC-CNT==        BY ==ARCH-REC-CNT==
                     ==DEPT==           BY ==ARCH-DEPT==
                     ==COURSE-NUM==     BY ==ARCH-COURSE-NUM==
                     ==COURSE-DESC==    BY ==ARCH-COURSE-DESC==
                     ==GRADE==          BY ==ARCH-GRADE==
                     ==UNITS==          BY ==ARCH-UNITS==
                     ==TERM-ID==        BY ==ARCH-TERM-ID==.
      *
       COPY FDDEGREE OF LIBRARY.
      *
       COPY FDSTAND OF LIBRARY.
      *
      * ONE RECORD PER STUDENT WITH A COHORT, SORTED BY COHORT (IN
      * CALENDAR ORDER) AND MAJOR.  EACH OUTCOME FLAG IS Y OR N.
      *
       SD  SORT-WORK-FILE
             RECORD CONTAINS 30 CHARACTERS
             DATA RECORD IS SORT-REC.
      *
       01  SORT-REC.
           05  SR-ENTRY-SEQ           PIC 9(5).
           05  SR-ENTRY-TERM-ID       PIC X(5).
           05  SR-MAJOR-CODE          PIC X(3).
           05  SR-RETAINED            PIC X.
           05  SR-GRAD-4              PIC X.
           05  SR-GRAD-6              PIC X.
           05  SR-DISMISSED           PIC X.
           05  SR-PERSIST             PIC X OCCURS 8 TIMES.
           05  FILLER                 PIC X(5).
      *
       FD  PRINT-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS PRINT-REC.
      *
       01  PRINT-REC                  PIC X(80).
      *
      * ONE COMMA-DELIMITED LINE PER COHORT AND MAJOR (AND PER COHORT
      * WITH MAJOR "ALL"), HANDED TO INSTITUTIONAL RESEARCH.
      *
       FD  CSV-FILE
             RECORD CONTAINS 120 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS CSV-REC.
      *
       01  CSV-REC                    PIC X(120).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  PROGRAM-SWITCHES.
           05  RUN-OK-SW              PIC X VALUE "N".
           05  STU-EOF-SW             PIC X VALUE "N".
           05  ARCH-EOF-SW            PIC X VALUE "N".
           05  TRANS-EOF-SW           PIC X VALUE "N".
           05  DEGREE-EOF-SW          PIC X VALUE "N".
           05  STAND-EOF-SW           PIC X VALUE "N".
           05  SORT-EOF-SW            PIC XXX VALUE "NO".
           05  FOUND-SW               PIC X VALUE "N".
           05  DISMISSED-SW           PIC X VALUE "N".
           05  TABLE-FULL-SW          PIC X VALUE "N".
           05  MATURE-SW              PIC X VALUE "N".
      *
       01  STU-FILE-STATUS            PIC XX.
       01  TRN-FILE-STATUS            PIC XX.
       01  ARCH-STUD-STATUS           PIC XX.
       01  ARCH-TRANS-STATUS          PIC XX.
       01  DEG-FILE-STATUS            PIC XX.
       01  STD-FILE-STATUS            PIC XX.
      *
      * SET FROM EACH OPTIONAL FILE'S STATUS RIGHT AFTER ITS OPEN.  A
      * SITE WITHOUT AN ARCHIVE, A CONFERRAL RUN, OR A STANDING RUN
      * SIMPLY HAS NO STUDENTS FROM THAT SOURCE.
      *
       01  ARCH-STUD-FILE-SW          PIC X VALUE "N".
       01  ARCH-TRANS-FILE-SW         PIC X VALUE "N".
       01  DEGREE-FILE-SW             PIC X VALUE "N".
       01  STAND-FILE-SW              PIC X VALUE "N".
      *
       01  TODAYS-DATE                PIC 9(8).
      *
      * A TERM-ID (YEAR PLUS SESSION LETTER) IS TURNED INTO A NUMBER
      * THAT SORTS IN CALENDAR ORDER - YEAR TIMES TEN PLUS 1 FOR
      * SPRING, 2 SUMMER, 3 FALL.  A TERM-ID THAT IS NOT IN THAT FORM
      * (A TRANSFER ROW WITH NO TERM) COMES OUT ZERO.
      *
       01  TERM-WORK                  PIC X(5).
       01  TERM-VIEW                  REDEFINES TERM-WORK.
           05  TERM-YEAR              PIC 9(4).
           05  TERM-SESSION           PIC X.
       01  TERM-SEQ-WORK              PIC 9(5).
      *
      * FALL AND SPRING TERMS ARE ALSO NUMBERED STRAIGHT THROUGH -
      * YEAR TIMES TWO FOR SPRING, PLUS ONE FOR FALL - SO "THE THIRD
      * REGULAR TERM AFTER ENTRY" IS A SUBTRACTION.  SEQ-YEAR AND
      * SEQ-SESSION TAKE A TERM SEQUENCE NUMBER BACK APART.
      *
       01  REG-INDEX                  PIC 9(5).
       01  ENTRY-REG-INDEX            PIC 9(5).
       01  TERM-OFFSET                PIC 9(5).
       01  SEQ-YEAR                   PIC 9(4).
       01  SEQ-SESSION                PIC 9.
       01  OFFSET-SEQ                 PIC 9(5).
       01  WINDOW-SEQ                 PIC 9(5).
      *
      * LATEST TERM ON ANY ROW READ - HOW FAR THE FILES REACH, AND SO
      * WHICH RATES ARE FINAL.
      *
       01  LATEST-SEQ                 PIC 9(5) VALUE ZERO.
       01  LATEST-TERM-ID             PIC X(5) VALUE SPACES.
      *
      * THE STUDENT IN HAND.
      *
       01  CUR-STUDENT-ID             PIC 9(9).
       01  CUR-MAJOR-CODE             PIC X(3).
       01  ENTRY-SEQ                  PIC 9(5).
       01  ENTRY-TERM-ID              PIC X(5).
       01  NEXT-FALL-OFFSET           PIC 9.
       01  CONFER-SEQ                 PIC 9(5).
       01  PRIOR-P-INDEX              PIC 9(3).
       01  RUN-DATE-INDEX             PIC 9(3).
      *
      * DISTINCT TERMS THE STUDENT HAS A COUNTING ROW IN.
      *
       01  STUDENT-TERM-TABLE.
           05  STUDENT-TERM-COUNT     PIC 9(3) VALUE ZERO.
           05  ST-TERM-SEQ            PIC 9(5) OCCURS 100 TIMES.
       01  TERM-SUB                   PIC 9(3).
      *
       01  ENROLLED-TABLE.
           05  ENROLLED-FLAG          PIC X OCCURS 8 TIMES.
       01  PERSIST-SUB                PIC 9.
      *
      * EVERY STANDING RUN DATE ON STANDHIS.DAI, OLDEST FIRST, SO TWO
      * OF A STUDENT'S RECORDS CAN BE TOLD TO BE CONSECUTIVE RUNS.
      *
       01  RUN-DATE-TABLE.
           05  RUN-DATE-COUNT         PIC 9(3) VALUE ZERO.
           05  RUN-DATE-ENTRY         PIC 9(8) OCCURS 200 TIMES.
       01  RUN-DATE-SUB               PIC 9(3).
       01  INSERT-SUB                 PIC 9(3).
      *
      * ONE ROW PER COHORT AND MAJOR, FOLLOWED BY THE COHORT'S "ALL"
      * ROW, IN THE ORDER THE SORT RETURNS THEM.  COHORT-TOTALS HAS
      * THE SAME LAYOUT AS A TABLE ROW SO IT CAN BE MOVED IN WHOLE.
      *
       01  GROUP-TABLE.
           05  GROUP-COUNT            PIC 9(3) VALUE ZERO.
           05  GROUP-ENTRY            OCCURS 600 TIMES.
               10  GT-ENTRY-SEQ       PIC 9(5).
               10  GT-ENTRY-TERM-ID   PIC X(5).
               10  GT-MAJOR-CODE      PIC X(3).
               10  GT-ENTERED         PIC 9(5).
               10  GT-RETAINED        PIC 9(5).
               10  GT-GRAD-4          PIC 9(5).
               10  GT-GRAD-6          PIC 9(5).
               10  GT-DISMISSED       PIC 9(5).
               10  GT-PERSIST         PIC 9(5) OCCURS 8 TIMES.
       01  GROUP-SUB                  PIC 9(3).
      *
       01  COHORT-TOTALS.
           05  CT-ENTRY-SEQ           PIC 9(5).
           05  CT-ENTRY-TERM-ID       PIC X(5).
           05  CT-MAJOR-CODE          PIC X(3).
           05  CT-ENTERED             PIC 9(5).
           05  CT-RETAINED            PIC 9(5).
           05  CT-GRAD-4              PIC 9(5).
           05  CT-GRAD-6              PIC 9(5).
           05  CT-DISMISSED           PIC 9(5).
           05  CT-PERSIST             PIC 9(5) OCCURS 8 TIMES.
      *
       01  COHORT-HOLD-SEQ            PIC 9(5) VALUE ZERO.
       01  MAJOR-HOLD                 PIC X(3).
      *
      * C80-RATE-PARA'S INPUTS AND OUTPUTS.
      *
       01  RATE-COUNT                 PIC 9(5).
       01  RATE-BASE                  PIC 9(5).
       01  RATE-PCT                   PIC 999V9.
       01  RATE-EDIT                  PIC ZZ9.9.
       01  RATE-CSV-EDIT              PIC 999.9.
       01  RATE-CELL                  PIC X(5).
       01  RATE-CSV                   PIC X(5).
      *
       01  RUN-COUNTERS.
           05  STUDENT-READ-COUNT     PIC 9(6) VALUE ZERO.
           05  ARCHIVE-READ-COUNT     PIC 9(6) VALUE ZERO.
           05  COHORT-STUDENT-COUNT   PIC 9(6) VALUE ZERO.
           05  NO-COHORT-COUNT        PIC 9(6) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(42) VALUE
               "*** COHORT RETENTION AND GRADUATION ***".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
       01  PRINT-LATEST-LINE.
           05  FILLER                 PIC X(21) VALUE
               "LATEST TERM ON FILE: ".
           05  PL-LATEST-TERM-ID      PIC X(5).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(35) VALUE
               "--- = TERM NOT YET REACHED ON FILE".
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       01  PRINT-SECTION-HEADING.
           05  PS-SECTION-TITLE       PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.
      *
       01  PRINT-OUTCOME-HEADING.
           05  FILLER                 PIC X(8) VALUE "COHORT".
           05  FILLER                 PIC X(5) VALUE "MAJ".
           05  FILLER                 PIC X(7) VALUE "ENTERED".
           05  FILLER                 PIC X(12) VALUE
               " NEXT FALL %".
           05  FILLER                 PIC X(12) VALUE
               " GRAD 4 YR %".
           05  FILLER                 PIC X(12) VALUE
               " GRAD 6 YR %".
           05  FILLER                 PIC X(12) VALUE
               " DISMISSED %".
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
       01  PRINT-OUTCOME-LINE.
           05  PO-ENTRY-TERM-ID       PIC X(5).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PO-MAJOR-CODE          PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PO-ENTERED             PIC ZZZZZZ9.
           05  FILLER                 PIC X(5) VALUE SPACES.
           05  PO-RETAINED-RATE       PIC X(5).
           05  FILLER                 PIC X(7) VALUE SPACES.
           05  PO-GRAD-4-RATE         PIC X(5).
           05  FILLER                 PIC X(7) VALUE SPACES.
           05  PO-GRAD-6-RATE         PIC X(5).
           05  FILLER                 PIC X(7) VALUE SPACES.
           05  PO-DISMISSED-RATE      PIC X(5).
           05  FILLER                 PIC X(14) VALUE SPACES.
      *
       01  PRINT-PERSIST-HEADING.
           05  FILLER                 PIC X(8) VALUE "COHORT".
           05  FILLER                 PIC X(5) VALUE "MAJ".
           05  FILLER                 PIC X(7) VALUE "ENTERED".
           05  FILLER                 PIC X(28) VALUE
               "    T+1    T+2    T+3    T+4".
           05  FILLER                 PIC X(28) VALUE
               "    T+5    T+6    T+7    T+8".
           05  FILLER                 PIC X(4) VALUE SPACES.
      *
       01  PRINT-PERSIST-LINE.
           05  PP-ENTRY-TERM-ID       PIC X(5).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PP-MAJOR-CODE          PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PP-ENTERED             PIC ZZZZZZ9.
           05  PP-PERSIST-CELL        OCCURS 8 TIMES.
               10  FILLER             PIC X(2).
               10  PP-PERSIST-RATE    PIC X(5).
           05  FILLER                 PIC X(4) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-1.
           05  FILLER                 PIC X(26) VALUE
               "STUDENTS IN A COHORT:     ".
           05  PT-COHORT-COUNT        PIC ZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(26) VALUE
               "NO COUNTING COURSE ROW:   ".
           05  PT-NO-COHORT-COUNT     PIC ZZZZZ9.
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
       01  PRINT-FULL-LINE.
           05  FILLER                 PIC X(36) VALUE
               "*** MORE THAN 600 COHORT/MAJOR ROWS".
           05  FILLER                 PIC X(23) VALUE
               " - LATER ROWS OMITTED".
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  CSV-DETAIL-LINE.
           05  CX-ENTRY-TERM-ID       PIC X(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-MAJOR-CODE          PIC X(3).
           05  FILLER                 PIC X VALUE ",".
           05  CX-ENTERED             PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-RETAINED            PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-RETAINED-RATE       PIC X(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-GRAD-4              PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-GRAD-4-RATE         PIC X(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-GRAD-6              PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-GRAD-6-RATE         PIC X(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-DISMISSED           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-DISMISSED-RATE      PIC X(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-1           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-2           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-3           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-4           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-5           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-6           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-7           PIC 9(5).
           05  FILLER                 PIC X VALUE ",".
           05  CX-PERSIST-8           PIC 9(5).
           05  FILLER                 PIC X(9) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM B10-OPEN-PARA.
           IF RUN-OK-SW = "Y"
               PERFORM B12-RUN-DATES-PARA
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-ENTRY-SEQ
                   ON ASCENDING KEY SR-MAJOR-CODE
                   INPUT PROCEDURE IS B20-STUDENTS-PARA
                   OUTPUT PROCEDURE IS B50-TALLY-PARA
               PERFORM B70-REPORT-PARA
               PERFORM B90-CLOSE-PARA
               DISPLAY "STUDENTS READ:         " STUDENT-READ-COUNT
               DISPLAY "ARCHIVED STUDENTS READ:" ARCHIVE-READ-COUNT
               DISPLAY "STUDENTS IN A COHORT:  " COHORT-STUDENT-COUNT
               DISPLAY "NO COUNTING ROW:       " NO-COHORT-COUNT
           END-IF.
           STOP RUN.
      *
      * THE LIVE MASTER AND COURSE FILES ARE REQUIRED; THE ARCHIVE,
      * DEGREE, AND STANDING FILES ARE USED WHEN ON HAND.
      *
       B10-OPEN-PARA.
           OPEN INPUT IND-STUD-FILE.
           IF STU-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT.DAI ON HAND - RUN ABORTED"
           ELSE
               OPEN INPUT IND-TRANS-FILE
               IF TRN-FILE-STATUS NOT = "00"
                   DISPLAY "NO STUTRANS.DAI ON HAND - RUN ABORTED"
                   CLOSE IND-STUD-FILE
               ELSE
                   MOVE "Y" TO RUN-OK-SW
                   PERFORM B15-OPTIONAL-OPEN-PARA
               END-IF
           END-IF.
      *
      *
       B15-OPTIONAL-OPEN-PARA.
           OPEN INPUT ARCH-STUD-FILE.
           IF ARCH-STUD-STATUS = "00"
               MOVE "Y" TO ARCH-STUD-FILE-SW
           END-IF.
           OPEN INPUT ARCH-TRANS-FILE.
           IF ARCH-TRANS-STATUS = "00"
               MOVE "Y" TO ARCH-TRANS-FILE-SW
           END-IF.
           OPEN INPUT DEGREE-FILE.
           IF DEG-FILE-STATUS = "00"
               MOVE "Y" TO DEGREE-FILE-SW
           END-IF.
           OPEN INPUT STAND-FILE.
           IF STD-FILE-STATUS = "00"
               MOVE "Y" TO STAND-FILE-SW
           END-IF.
      *
      * FIRST PASS OVER STANDHIS.DAI - EVERY DISTINCT RUN DATE, KEPT
      * IN DATE ORDER.
      *
       B12-RUN-DATES-PARA.
           IF STAND-FILE-SW = "Y"
               PERFORM C12-READ-STAND-PARA UNTIL STAND-EOF-SW = "Y"
           END-IF.
      *
      *
       C12-READ-STAND-PARA.
           READ STAND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO STAND-EOF-SW
               NOT AT END
                   PERFORM C13-ADD-RUN-DATE-PARA
           END-READ.
      *
      * INSERT-SUB ENDS UP AT THE FIRST DATE LATER THAN THE ONE IN
      * HAND (OR ONE PAST THE END); THE DATES FROM THERE ON MOVE DOWN
      * ONE TO MAKE ROOM.
      *
       C13-ADD-RUN-DATE-PARA.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO INSERT-SUB.
           PERFORM C14-FIND-RUN-DATE-PARA
               VARYING RUN-DATE-SUB FROM 1 BY 1
               UNTIL RUN-DATE-SUB > RUN-DATE-COUNT
                  OR FOUND-SW = "Y".
           IF FOUND-SW = "N" AND RUN-DATE-COUNT < 200
               PERFORM C15-SHIFT-RUN-DATE-PARA
                   VARYING RUN-DATE-SUB FROM RUN-DATE-COUNT BY -1
                   UNTIL RUN-DATE-SUB < INSERT-SUB
               MOVE SH-RUN-DATE TO RUN-DATE-ENTRY (INSERT-SUB)
               ADD 1 TO RUN-DATE-COUNT
           END-IF.
      *
      *
       C14-FIND-RUN-DATE-PARA.
           IF RUN-DATE-ENTRY (RUN-DATE-SUB) = SH-RUN-DATE
               MOVE "Y" TO FOUND-SW
           ELSE
               IF RUN-DATE-ENTRY (RUN-DATE-SUB) < SH-RUN-DATE
                   COMPUTE INSERT-SUB = RUN-DATE-SUB + 1
               END-IF
           END-IF.
      *
      *
       C15-SHIFT-RUN-DATE-PARA.
           MOVE RUN-DATE-ENTRY (RUN-DATE-SUB)
               TO RUN-DATE-ENTRY (RUN-DATE-SUB + 1).
      *
      * SORT INPUT PROCEDURE - THE LIVE MASTER TOP TO BOTTOM, THEN
      * THE ARCHIVE.  AN ARCHIVED STUDENT WHO IS ALSO ON THE LIVE
      * MASTER (A RETRIEVAL LEAVES THE ARCHIVE COPY BEHIND WHEN THE
      * STUDENT IS ALREADY LIVE) WAS COUNTED FROM THE LIVE SIDE.
      *
       B20-STUDENTS-PARA.
           PERFORM B22-LIVE-PARA UNTIL STU-EOF-SW = "Y".
           IF ARCH-STUD-FILE-SW = "Y"
               PERFORM B24-ARCHIVE-PARA UNTIL ARCH-EOF-SW = "Y"
           END-IF.
      *
      *
       B22-LIVE-PARA.
           READ IND-STUD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO STU-EOF-SW
               NOT AT END
                   ADD 1 TO STUDENT-READ-COUNT
                   MOVE STUDENT-ID TO CUR-STUDENT-ID
                   MOVE MAJOR-CODE TO CUR-MAJOR-CODE
                   PERFORM C20-STUDENT-PARA
           END-READ.
      *
      *
       B24-ARCHIVE-PARA.
           READ ARCH-STUD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCH-EOF-SW
               NOT AT END
                   MOVE ARCH-STUDENT-ID TO STUDENT-ID
                   READ IND-STUD-FILE
                       INVALID KEY
                           ADD 1 TO ARCHIVE-READ-COUNT
                           MOVE ARCH-STUDENT-ID TO CUR-STUDENT-ID
                           MOVE ARCH-MAJOR-CODE TO CUR-MAJOR-CODE
                           PERFORM C20-STUDENT-PARA
                   END-READ
           END-READ.
      *
      * GATHERS THE STUDENT'S TERMS FROM BOTH COURSE FILES; THE
      * EARLIEST IS THE ENTRY COHORT.
      *
       C20-STUDENT-PARA.
           MOVE ZERO TO STUDENT-TERM-COUNT.
           MOVE 99999 TO ENTRY-SEQ.
           MOVE CUR-STUDENT-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           MOVE "N" TO TRANS-EOF-SW.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO TRANS-EOF-SW
           END-START.
           PERFORM C22-TRANS-ROW-PARA UNTIL TRANS-EOF-SW = "Y".
           IF ARCH-TRANS-FILE-SW = "Y"
               MOVE CUR-STUDENT-ID TO ARCH-STDNT-ID
               MOVE ZERO TO ARCH-REC-CNT
               MOVE "N" TO TRANS-EOF-SW
               START ARCH-TRANS-FILE
                   KEY NOT LESS THAN ARCH-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO TRANS-EOF-SW
               END-START
               PERFORM C24-ARCH-ROW-PARA UNTIL TRANS-EOF-SW = "Y"
           END-IF.
           IF STUDENT-TERM-COUNT = ZERO
               ADD 1 TO NO-COHORT-COUNT
           ELSE
               ADD 1 TO COHORT-STUDENT-COUNT
               PERFORM C30-OUTCOMES-PARA
           END-IF.
      *
      *
       C22-TRANS-ROW-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANS-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = CUR-STUDENT-ID
                       MOVE "Y" TO TRANS-EOF-SW
                   ELSE
                       IF GRADE NOT = "T"
                           MOVE TERM-ID TO TERM-WORK
                           PERFORM C26-KEEP-TERM-PARA
                       END-IF
                   END-IF
           END-READ.
      *
      *
       C24-ARCH-ROW-PARA.
           READ ARCH-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANS-EOF-SW
               NOT AT END
                   IF ARCH-STDNT-ID NOT = CUR-STUDENT-ID
                       MOVE "Y" TO TRANS-EOF-SW
                   ELSE
                       IF ARCH-GRADE NOT = "T"
                           MOVE ARCH-TERM-ID TO TERM-WORK
                           PERFORM C26-KEEP-TERM-PARA
                       END-IF
                   END-IF
           END-READ.
      *
      * TERM-WORK HOLDS THE ROW'S TERM-ID.  EACH TERM IS KEPT ONCE.
      *
       C26-KEEP-TERM-PARA.
           PERFORM C90-TERM-SEQ-PARA.
           IF TERM-SEQ-WORK > ZERO
               MOVE "N" TO FOUND-SW
               PERFORM C27-FIND-TERM-PARA
                   VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > STUDENT-TERM-COUNT
                      OR FOUND-SW = "Y"
               IF FOUND-SW = "N" AND STUDENT-TERM-COUNT < 100
                   ADD 1 TO STUDENT-TERM-COUNT
                   MOVE TERM-SEQ-WORK
                       TO ST-TERM-SEQ (STUDENT-TERM-COUNT)
               END-IF
               IF TERM-SEQ-WORK < ENTRY-SEQ
                   MOVE TERM-SEQ-WORK TO ENTRY-SEQ
                   MOVE TERM-WORK TO ENTRY-TERM-ID
               END-IF
               IF TERM-SEQ-WORK > LATEST-SEQ
                   MOVE TERM-SEQ-WORK TO LATEST-SEQ
                   MOVE TERM-WORK TO LATEST-TERM-ID
               END-IF
           END-IF.
      *
      *
       C27-FIND-TERM-PARA.
           IF ST-TERM-SEQ (TERM-SUB) = TERM-SEQ-WORK
               MOVE "Y" TO FOUND-SW
           END-IF.
      *
      * A SPRING OR SUMMER ENTRANT'S NEXT FALL IS THE FIRST REGULAR
      * TERM AFTER ENTRY; A FALL ENTRANT'S IS THE SECOND.
      *
       C30-OUTCOMES-PARA.
           MOVE ENTRY-TERM-ID TO TERM-WORK.
           IF TERM-SESSION = "F"
               COMPUTE ENTRY-REG-INDEX = TERM-YEAR * 2 + 1
               MOVE 2 TO NEXT-FALL-OFFSET
           ELSE
               COMPUTE ENTRY-REG-INDEX = TERM-YEAR * 2
               MOVE 1 TO NEXT-FALL-OFFSET
           END-IF.
           MOVE ALL "N" TO ENROLLED-TABLE.
           PERFORM C32-MARK-TERM-PARA
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > STUDENT-TERM-COUNT.
           PERFORM C40-CONFERRAL-PARA.
           PERFORM C44-DISMISSAL-PARA.
           MOVE SPACES TO SORT-REC.
           MOVE ENTRY-SEQ TO SR-ENTRY-SEQ.
           MOVE ENTRY-TERM-ID TO SR-ENTRY-TERM-ID.
           MOVE CUR-MAJOR-CODE TO SR-MAJOR-CODE.
           PERFORM C34-PERSIST-PARA
               VARYING PERSIST-SUB FROM 1 BY 1
               UNTIL PERSIST-SUB > 8.
           MOVE SR-PERSIST (NEXT-FALL-OFFSET) TO SR-RETAINED.
           MOVE "N" TO SR-GRAD-4
                       SR-GRAD-6.
           IF CONFER-SEQ > ZERO
               IF CONFER-SEQ < ENTRY-SEQ + 40
                   MOVE "Y" TO SR-GRAD-4
               END-IF
               IF CONFER-SEQ < ENTRY-SEQ + 60
                   MOVE "Y" TO SR-GRAD-6
               END-IF
           END-IF.
           MOVE DISMISSED-SW TO SR-DISMISSED.
           RELEASE SORT-REC.
      *
      * SUMMER TERMS ARE NOT COUNTED AS ONE OF THE EIGHT.
      *
       C32-MARK-TERM-PARA.
           MOVE ST-TERM-SEQ (TERM-SUB) TO OFFSET-SEQ.
           PERFORM C92-SPLIT-SEQ-PARA.
           IF SEQ-SESSION NOT = 2
               IF SEQ-SESSION = 1
                   COMPUTE REG-INDEX = SEQ-YEAR * 2
               ELSE
                   COMPUTE REG-INDEX = SEQ-YEAR * 2 + 1
               END-IF
               IF REG-INDEX > ENTRY-REG-INDEX
                   COMPUTE TERM-OFFSET = REG-INDEX - ENTRY-REG-INDEX
                   IF TERM-OFFSET NOT > 8
                       MOVE "Y" TO ENROLLED-FLAG (TERM-OFFSET)
                   END-IF
               END-IF
           END-IF.
      *
      * PERSISTED INTO THE TERM = ENROLLED IN IT, OR CONFERRED IN AN
      * EARLIER TERM.
      *
       C34-PERSIST-PARA.
           MOVE PERSIST-SUB TO TERM-OFFSET.
           PERFORM C94-OFFSET-SEQ-PARA.
           IF ENROLLED-FLAG (PERSIST-SUB) = "Y"
               MOVE "Y" TO SR-PERSIST (PERSIST-SUB)
           ELSE
               IF CONFER-SEQ > ZERO AND CONFER-SEQ < OFFSET-SEQ
                   MOVE "Y" TO SR-PERSIST (PERSIST-SUB)
               ELSE
                   MOVE "N" TO SR-PERSIST (PERSIST-SUB)
               END-IF
           END-IF.
      *
      * EARLIEST CONFERRAL TERM ACROSS THE STUDENT'S DEGREE RECORDS
      * (A DOUBLE MAJOR HAS ONE PER PROGRAM), ZERO IF NONE.
      *
       C40-CONFERRAL-PARA.
           MOVE ZERO TO CONFER-SEQ.
           IF DEGREE-FILE-SW = "Y"
               MOVE CUR-STUDENT-ID TO DG-STUDENT-ID
               MOVE SPACES TO DG-MAJOR-CODE
               MOVE "N" TO DEGREE-EOF-SW
               START DEGREE-FILE KEY NOT LESS THAN DG-KEY
                   INVALID KEY
                       MOVE "Y" TO DEGREE-EOF-SW
               END-START
               PERFORM C42-DEGREE-READ-PARA UNTIL DEGREE-EOF-SW = "Y"
           END-IF.
      *
      *
       C42-DEGREE-READ-PARA.
           READ DEGREE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DEGREE-EOF-SW
               NOT AT END
                   IF DG-STUDENT-ID NOT = CUR-STUDENT-ID
                       MOVE "Y" TO DEGREE-EOF-SW
                   ELSE
                       MOVE DG-TERM-ID TO TERM-WORK
                       PERFORM C90-TERM-SEQ-PARA
                       IF TERM-SEQ-WORK > ZERO AND
                          (CONFER-SEQ = ZERO OR
                           TERM-SEQ-WORK < CONFER-SEQ)
                           MOVE TERM-SEQ-WORK TO CONFER-SEQ
                       END-IF
                   END-IF
           END-READ.
      *
      * THE STUDENT'S STANDING RECORDS READ OLDEST TO NEWEST.  A P
      * WHOSE RUN DATE IMMEDIATELY FOLLOWS THE RUN OF THE STUDENT'S
      * PREVIOUS P IS THE SECOND CONSECUTIVE TERM ON PROBATION.
      *
       C44-DISMISSAL-PARA.
           MOVE "N" TO DISMISSED-SW.
           MOVE ZERO TO PRIOR-P-INDEX.
           IF STAND-FILE-SW = "Y"
               MOVE CUR-STUDENT-ID TO SH-STUDENT-ID
               MOVE ZERO TO SH-RUN-DATE
               MOVE "N" TO STAND-EOF-SW
               START STAND-FILE KEY NOT LESS THAN SH-KEY
                   INVALID KEY
                       MOVE "Y" TO STAND-EOF-SW
               END-START
               PERFORM C46-STAND-READ-PARA UNTIL STAND-EOF-SW = "Y"
           END-IF.
      *
      *
       C46-STAND-READ-PARA.
           READ STAND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO STAND-EOF-SW
               NOT AT END
                   IF SH-STUDENT-ID NOT = CUR-STUDENT-ID
                       MOVE "Y" TO STAND-EOF-SW
                   ELSE
                       PERFORM C48-CONSECUTIVE-PARA
                   END-IF
           END-READ.
      *
      *
       C48-CONSECUTIVE-PARA.
           MOVE ZERO TO RUN-DATE-INDEX.
           PERFORM C49-RUN-DATE-INDEX-PARA
               VARYING RUN-DATE-SUB FROM 1 BY 1
               UNTIL RUN-DATE-SUB > RUN-DATE-COUNT
                  OR RUN-DATE-INDEX > ZERO.
           IF SH-CATEGORY = "P" AND RUN-DATE-INDEX > ZERO
               IF PRIOR-P-INDEX > ZERO AND
                  RUN-DATE-INDEX = PRIOR-P-INDEX + 1
                   MOVE "Y" TO DISMISSED-SW
               END-IF
               MOVE RUN-DATE-INDEX TO PRIOR-P-INDEX
           ELSE
               MOVE ZERO TO PRIOR-P-INDEX
           END-IF.
      *
      *
       C49-RUN-DATE-INDEX-PARA.
           IF RUN-DATE-ENTRY (RUN-DATE-SUB) = SH-RUN-DATE
               MOVE RUN-DATE-SUB TO RUN-DATE-INDEX
           END-IF.
      *
      * SORT OUTPUT PROCEDURE - ROLLS THE STUDENTS UP INTO THE GROUP
      * TABLE.  A NEW COHORT CLOSES THE LAST ONE WITH ITS "ALL" ROW.
      *
       B50-TALLY-PARA.
           PERFORM B55-RETURN-PARA UNTIL SORT-EOF-SW = "YES".
           IF COHORT-HOLD-SEQ > ZERO
               PERFORM C66-COHORT-TOTAL-PARA
           END-IF.
      *
      *
       B55-RETURN-PARA.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO SORT-EOF-SW
               NOT AT END
                   PERFORM C60-TALLY-PARA
           END-RETURN.
      *
      *
       C60-TALLY-PARA.
           IF SR-ENTRY-SEQ NOT = COHORT-HOLD-SEQ
               IF COHORT-HOLD-SEQ > ZERO
                   PERFORM C66-COHORT-TOTAL-PARA
               END-IF
               MOVE SR-ENTRY-SEQ TO COHORT-HOLD-SEQ
               MOVE HIGH-VALUES TO MAJOR-HOLD
               MOVE ZEROS TO COHORT-TOTALS
               MOVE SR-ENTRY-SEQ TO CT-ENTRY-SEQ
               MOVE SR-ENTRY-TERM-ID TO CT-ENTRY-TERM-ID
               MOVE "ALL" TO CT-MAJOR-CODE
           END-IF.
           IF SR-MAJOR-CODE NOT = MAJOR-HOLD
               MOVE SR-MAJOR-CODE TO MAJOR-HOLD
               PERFORM C62-NEW-GROUP-PARA
           END-IF.
           PERFORM C64-ADD-STUDENT-PARA.
      *
      *
       C62-NEW-GROUP-PARA.
           IF GROUP-COUNT < 600
               ADD 1 TO GROUP-COUNT
               MOVE ZEROS TO GROUP-ENTRY (GROUP-COUNT)
               MOVE SR-ENTRY-SEQ TO GT-ENTRY-SEQ (GROUP-COUNT)
               MOVE SR-ENTRY-TERM-ID TO GT-ENTRY-TERM-ID (GROUP-COUNT)
               MOVE SR-MAJOR-CODE TO GT-MAJOR-CODE (GROUP-COUNT)
           ELSE
               MOVE "Y" TO TABLE-FULL-SW
           END-IF.
      *
      * THE STUDENT COUNTS IN THE COHORT TOTALS ALWAYS, AND IN THE
      * MAJOR'S ROW UNLESS THE TABLE HAS RUN OUT OF ROOM.
      *
       C64-ADD-STUDENT-PARA.
           ADD 1 TO CT-ENTERED.
           IF SR-RETAINED = "Y"
               ADD 1 TO CT-RETAINED
           END-IF.
           IF SR-GRAD-4 = "Y"
               ADD 1 TO CT-GRAD-4
           END-IF.
           IF SR-GRAD-6 = "Y"
               ADD 1 TO CT-GRAD-6
           END-IF.
           IF SR-DISMISSED = "Y"
               ADD 1 TO CT-DISMISSED
           END-IF.
           IF TABLE-FULL-SW = "N"
               ADD 1 TO GT-ENTERED (GROUP-COUNT)
               IF SR-RETAINED = "Y"
                   ADD 1 TO GT-RETAINED (GROUP-COUNT)
               END-IF
               IF SR-GRAD-4 = "Y"
                   ADD 1 TO GT-GRAD-4 (GROUP-COUNT)
               END-IF
               IF SR-GRAD-6 = "Y"
                   ADD 1 TO GT-GRAD-6 (GROUP-COUNT)
               END-IF
               IF SR-DISMISSED = "Y"
                   ADD 1 TO GT-DISMISSED (GROUP-COUNT)
               END-IF
           END-IF.
           PERFORM C65-ADD-PERSIST-PARA
               VARYING PERSIST-SUB FROM 1 BY 1
               UNTIL PERSIST-SUB > 8.
      *
      *
       C65-ADD-PERSIST-PARA.
           IF SR-PERSIST (PERSIST-SUB) = "Y"
               ADD 1 TO CT-PERSIST (PERSIST-SUB)
               IF TABLE-FULL-SW = "N"
                   ADD 1 TO GT-PERSIST (GROUP-COUNT, PERSIST-SUB)
               END-IF
           END-IF.
      *
      *
       C66-COHORT-TOTAL-PARA.
           IF GROUP-COUNT < 600
               ADD 1 TO GROUP-COUNT
               MOVE COHORT-TOTALS TO GROUP-ENTRY (GROUP-COUNT)
           ELSE
               MOVE "Y" TO TABLE-FULL-SW
           END-IF.
      *
      * THE TWO MATRICES AND THE COMMA-DELIMITED FILE, ALL FROM THE
      * GROUP TABLE.
      *
       B70-REPORT-PARA.
           OPEN OUTPUT PRINT-FILE
                       CSV-FILE.
           MOVE TODAYS-DATE TO PH-RUN-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE LATEST-TERM-ID TO PL-LATEST-TERM-ID.
           MOVE PRINT-LATEST-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "*** OUTCOMES BY ENTERING COHORT ***" TO
               PS-SECTION-TITLE.
           MOVE PRINT-SECTION-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE PRINT-OUTCOME-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           PERFORM C70-OUTCOME-LINE-PARA
               VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > GROUP-COUNT.
           MOVE "*** PERSISTENCE - FALL/SPRING TERMS AFTER ENTRY ***"
               TO PS-SECTION-TITLE.
           MOVE PRINT-SECTION-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE PRINT-PERSIST-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           PERFORM C74-PERSIST-LINE-PARA
               VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > GROUP-COUNT.
           MOVE COHORT-STUDENT-COUNT TO PT-COHORT-COUNT.
           MOVE NO-COHORT-COUNT TO PT-NO-COHORT-COUNT.
           MOVE PRINT-TOTAL-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           IF TABLE-FULL-SW = "Y"
               MOVE PRINT-FULL-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
           END-IF.
      *
      * A COHORT'S FIRST ROW IS SET OFF BY A BLANK LINE.  THE SAME
      * FIGURES GO TO COHORT.DAT.
      *
       C70-OUTCOME-LINE-PARA.
           MOVE GT-ENTRY-TERM-ID (GROUP-SUB) TO PO-ENTRY-TERM-ID
                                                CX-ENTRY-TERM-ID.
           MOVE GT-MAJOR-CODE (GROUP-SUB) TO PO-MAJOR-CODE
                                             CX-MAJOR-CODE.
           MOVE GT-ENTERED (GROUP-SUB) TO PO-ENTERED
                                          CX-ENTERED
                                          RATE-BASE.
           MOVE GT-ENTRY-SEQ (GROUP-SUB) TO OFFSET-SEQ.
           PERFORM C92-SPLIT-SEQ-PARA.
      *
           IF SEQ-SESSION = 3
               COMPUTE WINDOW-SEQ = GT-ENTRY-SEQ (GROUP-SUB) + 10
           ELSE
               COMPUTE WINDOW-SEQ = SEQ-YEAR * 10 + 3
           END-IF.
           MOVE GT-RETAINED (GROUP-SUB) TO RATE-COUNT
                                           CX-RETAINED.
           PERFORM C78-MATURE-PARA.
           PERFORM C80-RATE-PARA.
           MOVE RATE-CELL TO PO-RETAINED-RATE.
           MOVE RATE-CSV TO CX-RETAINED-RATE.
      *
           MOVE 4 TO TERM-OFFSET.
           PERFORM C76-GRAD-WINDOW-PARA.
           MOVE GT-GRAD-4 (GROUP-SUB) TO RATE-COUNT
                                         CX-GRAD-4.
           PERFORM C78-MATURE-PARA.
           PERFORM C80-RATE-PARA.
           MOVE RATE-CELL TO PO-GRAD-4-RATE.
           MOVE RATE-CSV TO CX-GRAD-4-RATE.
      *
           MOVE 6 TO TERM-OFFSET.
           PERFORM C76-GRAD-WINDOW-PARA.
           MOVE GT-GRAD-6 (GROUP-SUB) TO RATE-COUNT
                                         CX-GRAD-6.
           PERFORM C78-MATURE-PARA.
           PERFORM C80-RATE-PARA.
           MOVE RATE-CELL TO PO-GRAD-6-RATE.
           MOVE RATE-CSV TO CX-GRAD-6-RATE.
      *
           MOVE GT-DISMISSED (GROUP-SUB) TO RATE-COUNT
                                            CX-DISMISSED.
           MOVE "Y" TO MATURE-SW.
           PERFORM C80-RATE-PARA.
           MOVE RATE-CELL TO PO-DISMISSED-RATE.
           MOVE RATE-CSV TO CX-DISMISSED-RATE.
      *
           MOVE GT-PERSIST (GROUP-SUB, 1) TO CX-PERSIST-1.
           MOVE GT-PERSIST (GROUP-SUB, 2) TO CX-PERSIST-2.
           MOVE GT-PERSIST (GROUP-SUB, 3) TO CX-PERSIST-3.
           MOVE GT-PERSIST (GROUP-SUB, 4) TO CX-PERSIST-4.
           MOVE GT-PERSIST (GROUP-SUB, 5) TO CX-PERSIST-5.
           MOVE GT-PERSIST (GROUP-SUB, 6) TO CX-PERSIST-6.
           MOVE GT-PERSIST (GROUP-SUB, 7) TO CX-PERSIST-7.
           MOVE GT-PERSIST (GROUP-SUB, 8) TO CX-PERSIST-8.
           MOVE CSV-DETAIL-LINE TO CSV-REC.
           WRITE CSV-REC.
           MOVE PRINT-OUTCOME-LINE TO PRINT-REC.
           PERFORM C72-WRITE-GROUP-LINE-PARA.
      *
      *
       C72-WRITE-GROUP-LINE-PARA.
           IF GROUP-SUB = 1
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
           ELSE
               IF GT-MAJOR-CODE (GROUP-SUB - 1) = "ALL"
                   WRITE PRINT-REC AFTER ADVANCING 2 LINES
               ELSE
                   WRITE PRINT-REC AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *
      *
       C74-PERSIST-LINE-PARA.
           MOVE GT-ENTRY-TERM-ID (GROUP-SUB) TO PP-ENTRY-TERM-ID.
           MOVE GT-MAJOR-CODE (GROUP-SUB) TO PP-MAJOR-CODE.
           MOVE GT-ENTERED (GROUP-SUB) TO PP-ENTERED
                                          RATE-BASE.
           MOVE GT-ENTRY-SEQ (GROUP-SUB) TO OFFSET-SEQ.
           PERFORM C92-SPLIT-SEQ-PARA.
           IF SEQ-SESSION = 3
               COMPUTE ENTRY-REG-INDEX = SEQ-YEAR * 2 + 1
           ELSE
               COMPUTE ENTRY-REG-INDEX = SEQ-YEAR * 2
           END-IF.
           PERFORM C75-PERSIST-CELL-PARA
               VARYING PERSIST-SUB FROM 1 BY 1
               UNTIL PERSIST-SUB > 8.
           MOVE PRINT-PERSIST-LINE TO PRINT-REC.
           PERFORM C72-WRITE-GROUP-LINE-PARA.
      *
      *
       C75-PERSIST-CELL-PARA.
           MOVE PERSIST-SUB TO TERM-OFFSET.
           PERFORM C94-OFFSET-SEQ-PARA.
           MOVE OFFSET-SEQ TO WINDOW-SEQ.
           MOVE GT-PERSIST (GROUP-SUB, PERSIST-SUB) TO RATE-COUNT.
           PERFORM C78-MATURE-PARA.
           PERFORM C80-RATE-PARA.
           MOVE SPACES TO PP-PERSIST-CELL (PERSIST-SUB).
           MOVE RATE-CELL TO PP-PERSIST-RATE (PERSIST-SUB).
      *
      * THE LAST FALL OR SPRING TERM BEFORE THE SAME TERM TERM-OFFSET
      * YEARS AFTER ENTRY - THE TERM THE FILES MUST HAVE REACHED FOR
      * THE GRADUATION RATE TO BE FINAL.  SEQ-YEAR AND SEQ-SESSION
      * STILL HOLD THE COHORT'S OWN TERM.
      *
       C76-GRAD-WINDOW-PARA.
           EVALUATE SEQ-SESSION
               WHEN 1
                   COMPUTE WINDOW-SEQ = (SEQ-YEAR + TERM-OFFSET - 1)
                       * 10 + 3
               WHEN OTHER
                   COMPUTE WINDOW-SEQ = (SEQ-YEAR + TERM-OFFSET)
                       * 10 + 1
           END-EVALUATE.
      *
      *
       C78-MATURE-PARA.
           IF LATEST-SEQ NOT < WINDOW-SEQ
               MOVE "Y" TO MATURE-SW
           ELSE
               MOVE "N" TO MATURE-SW
           END-IF.
      *
      * RATE-COUNT AS A PERCENT OF RATE-BASE, OR "---" (BLANK ON THE
      * COMMA-DELIMITED FILE) WHILE THE WINDOW IS STILL OPEN.
      *
       C80-RATE-PARA.
           IF MATURE-SW = "Y" AND RATE-BASE > ZERO
               COMPUTE RATE-PCT ROUNDED = RATE-COUNT * 100 / RATE-BASE
               MOVE RATE-PCT TO RATE-EDIT
               MOVE RATE-EDIT TO RATE-CELL
               MOVE RATE-PCT TO RATE-CSV-EDIT
               MOVE RATE-CSV-EDIT TO RATE-CSV
           ELSE
               MOVE "  ---" TO RATE-CELL
               MOVE SPACES TO RATE-CSV
           END-IF.
      *
      * TURNS TERM-WORK INTO TERM-SEQ-WORK (SEE TERM-VIEW).
      *
       C90-TERM-SEQ-PARA.
           MOVE ZERO TO TERM-SEQ-WORK.
           IF TERM-YEAR NUMERIC
               EVALUATE TERM-SESSION
                   WHEN "S"
                       COMPUTE TERM-SEQ-WORK = TERM-YEAR * 10 + 1
                   WHEN "U"
                       COMPUTE TERM-SEQ-WORK = TERM-YEAR * 10 + 2
                   WHEN "F"
                       COMPUTE TERM-SEQ-WORK = TERM-YEAR * 10 + 3
               END-EVALUATE
           END-IF.
      *
      * TAKES OFFSET-SEQ APART INTO SEQ-YEAR AND SEQ-SESSION.
      *
       C92-SPLIT-SEQ-PARA.
           COMPUTE SEQ-YEAR = OFFSET-SEQ / 10.
           COMPUTE SEQ-SESSION = OFFSET-SEQ - SEQ-YEAR * 10.
      *
      * THE TERM SEQUENCE OF THE TERM-OFFSET'TH FALL OR SPRING TERM
      * AFTER ENTRY-REG-INDEX, INTO OFFSET-SEQ.
      *
       C94-OFFSET-SEQ-PARA.
           COMPUTE REG-INDEX = ENTRY-REG-INDEX + TERM-OFFSET.
           COMPUTE SEQ-YEAR = REG-INDEX / 2.
           IF REG-INDEX = SEQ-YEAR * 2
               COMPUTE OFFSET-SEQ = SEQ-YEAR * 10 + 1
           ELSE
               COMPUTE OFFSET-SEQ = SEQ-YEAR * 10 + 3
           END-IF.
      *
      *
       B90-CLOSE-PARA.
           CLOSE IND-STUD-FILE
                 IND-TRANS-FILE
                 PRINT-FILE
                 CSV-FILE.
           IF ARCH-STUD-FILE-SW = "Y"
               CLOSE ARCH-STUD-FILE
           END-IF.
           IF ARCH-TRANS-FILE-SW = "Y"
               CLOSE ARCH-TRANS-FILE
           END-IF.
           IF DEGREE-FILE-SW = "Y"
               CLOSE DEGREE-FILE
           END-IF.
           IF STAND-FILE-SW = "Y"
               CLOSE STAND-FILE
           END-IF.
