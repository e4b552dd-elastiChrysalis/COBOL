       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-38.
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
      * TERM TUITION AND FEE ASSESSMENT.  THE OPERATOR KEYS THE TERM
      * BEING ASSESSED AND THE PROGRAM LOOKS THE TERM UP IN THE RATE
      * TABLE (TUITRATE.DAT, ONE ROW PER TERM - PER-UNIT RATE, THE
      * FULL-TIME UNIT THRESHOLD, THE FLAT FULL-TIME RATE, AND THE
      * PER-TERM FEE).  A TERM WITH NO RATE ROW ABORTS THE RUN.
      * ENROLL.DAI IS THEN WALKED IN KEY ORDER AND EVERY CONFIRMED
      * ROW (EN-STATUS "C") FOR THE TERM IS TOTALLED BY STUDENT FROM
      * EN-UNITS; WAITLISTED ROWS ARE NEVER CHARGED.  A STUDENT AT OR
      * ABOVE THE FULL-TIME THRESHOLD PAYS THE FLAT RATE, BELOW IT
      * THE UNITS TIMES THE PER-UNIT RATE (A THRESHOLD OF ZERO MEANS
      * THE TERM HAS NO FLAT RATE), AND EVERY STUDENT ASSESSED PAYS
      * THE TERM FEE ON TOP.
      *
      * ONE DETAIL RECORD PER STUDENT GOES TO THE BURSAR CHARGE FILE
      * (BURSCHG.DAT), BRACKETED BY A HEADER RECORD CARRYING THE TERM
      * AND RUN DATE AND A TRAILER RECORD CARRYING THE DETAIL COUNT
      * AND DOLLAR TOTAL THE BURSAR SYSTEM BALANCES TO.  EACH RUN
      * WRITES THE COMPLETE ASSESSMENT FOR THE TERM AS IT STANDS THAT
      * DAY, SO A RE-RUN AFTER LATE REGISTRATIONS REPLACES THE
      * BURSAR'S COPY RATHER THAN ADDING TO IT.  THE ASSESSMENT
      * REGISTER (ASSESS.PRT) LISTS EVERY STUDENT CHARGED WITH UNITS,
      * BASIS (U = PER UNIT, F = FLAT FULL-TIME), TUITION, FEES AND
      * TOTAL, AND CLOSES WITH THE RUN TOTALS.  A CONFIRMED ROW
      * WITHOUT A UNIT COUNT (WRITTEN BEFORE EN-UNITS WAS CARRIED)
      * ADDS NOTHING AND FLAGS THE STUDENT'S REGISTER LINE "*NU*" SO
      * THE REGISTRAR CAN CORRECT THE UNITS AND RE-RUN.
      *
      * THE BURSAR'S NIGHTLY BALANCE FILE COMES BACK THROUGH
      * PROGRAM-15-39, WHICH PLACES AND RELEASES THE "BU" HOLDS.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RATE-FILE
               ASSIGN TO "TUITRATE.DAT"
               FILE STATUS IS RAT-FILE-STATUS.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES
               FILE STATUS IS EN-FILE-STATUS.
           SELECT IND-STUD-FILE
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT CHARGE-FILE
               ASSIGN TO "BURSCHG.DAT".
           SELECT PRINT-FILE
               ASSIGN TO "ASSESS.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      * ONE ROW PER TERM, MAINTAINED BY THE BURSAR'S OFFICE WITH THE
      * EDITOR.  RATES ARE DOLLARS AND CENTS; RT-FT-UNITS IS THE UNIT
      * LOAD AT WHICH THE FLAT FULL-TIME RATE REPLACES THE PER-UNIT
      * CHARGE.
      *
       FD  RATE-FILE
             RECORD CONTAINS 40 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS RATE-REC.
      *
       01  RATE-REC.
           05  RT-TERM-ID             PIC X(5).
           05  RT-UNIT-RATE           PIC 9(4)V99.
           05  RT-FT-UNITS            PIC 9(2).
           05  RT-FLAT-RATE           PIC 9(5)V99.
           05  RT-TERM-FEE            PIC 9(4)V99.
           05  FILLER                 PIC X(14).
      *
       COPY FDENROLL OF LIBRARY.
      *
       COPY FDSTUDENT OF LIBRARY.
      *
      * BURSAR CHARGE INTERFACE.  CH-REC-TYPE "H" IS THE HEADER, "D"
      * ONE STUDENT'S ASSESSMENT, "T" THE TRAILER; THE TYPE TELLS THE
      * BURSAR SYSTEM WHICH VIEW OF THE RECORD APPLIES.  AMOUNTS ARE
      * UNSIGNED WITH TWO IMPLIED DECIMALS.
      *
       FD  CHARGE-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS CHARGE-REC.
      *
       01  CHARGE-REC.
           05  CH-REC-TYPE            PIC X.
           05  CH-DETAIL-DATA.
               10  CH-STUDENT-ID      PIC 9(9).
               10  CH-TERM-ID         PIC X(5).
               10  CH-UNITS           PIC 9(3).
               10  CH-BASIS           PIC X.
               10  CH-TUITION         PIC 9(6)V99.
               10  CH-FEES            PIC 9(5)V99.
               10  CH-TOTAL           PIC 9(6)V99.
               10  CH-ASSESS-DATE     PIC 9(8).
               10  FILLER             PIC X(30).
           05  CH-HEADER-DATA REDEFINES CH-DETAIL-DATA.
               10  CH-HDR-TERM-ID     PIC X(5).
               10  CH-HDR-RUN-DATE    PIC 9(8).
               10  CH-HDR-SOURCE      PIC X(8).
               10  FILLER             PIC X(58).
           05  CH-TRAILER-DATA REDEFINES CH-DETAIL-DATA.
               10  CH-TRL-COUNT       PIC 9(7).
               10  CH-TRL-TOTAL       PIC 9(9)V99.
               10  FILLER             PIC X(61).
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
           05  ENR-EOF-SW             PIC X VALUE "N".
           05  RATE-EOF-SW            PIC X VALUE "N".
           05  RATE-FOUND-SW          PIC X VALUE "N".
           05  NO-UNITS-SW            PIC X VALUE "N".
      *
       01  RAT-FILE-STATUS            PIC XX.
       01  EN-FILE-STATUS             PIC XX.
      *
       01  RUN-TERM-ID                PIC X(5).
       01  TODAYS-DATE                PIC 9(8).
      *
      * THE TERM'S RATE ROW, KEPT ONCE FOUND SO THE RATE FILE CAN BE
      * CLOSED BEFORE THE ENROLLMENT WALK STARTS.
      *
       01  TERM-RATES.
           05  TERM-UNIT-RATE         PIC 9(4)V99.
           05  TERM-FT-UNITS          PIC 9(2).
           05  TERM-FLAT-RATE         PIC 9(5)V99.
           05  TERM-FEE               PIC 9(4)V99.
      *
      * THE STUDENT BEING TOTALLED.  STUDENT-HOLD STAYS ZERO UNTIL THE
      * FIRST CONFIRMED ROW FOR THE TERM IS READ.
      *
       01  STUDENT-HOLD               PIC 9(9) VALUE ZERO.
       01  STUDENT-UNITS              PIC 9(3).
       01  STUDENT-BASIS              PIC X.
       01  STUDENT-TUITION            PIC 9(6)V99.
       01  STUDENT-TOTAL              PIC 9(6)V99.
      *
       01  RUN-COUNTERS.
           05  ENR-READ-COUNT         PIC 9(5) VALUE ZERO.
           05  ASSESSED-COUNT         PIC 9(5) VALUE ZERO.
           05  NO-UNITS-COUNT         PIC 9(5) VALUE ZERO.
           05  RUN-UNITS              PIC 9(6) VALUE ZERO.
           05  RUN-TUITION            PIC 9(9)V99 VALUE ZERO.
           05  RUN-FEES               PIC 9(9)V99 VALUE ZERO.
           05  RUN-TOTAL              PIC 9(9)V99 VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(35) VALUE
               "*** TUITION ASSESSMENT REGISTER FOR".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PH-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
       01  PRINT-RATE-LINE.
           05  FILLER                 PIC X(10) VALUE "PER UNIT: ".
           05  PR-UNIT-RATE           PIC Z,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "FULL TIME: ".
           05  PR-FT-UNITS            PIC Z9.
           05  FILLER                 PIC X(10) VALUE " UNITS AT ".
           05  PR-FLAT-RATE           PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE "FEE: ".
           05  PR-TERM-FEE            PIC Z,ZZ9.99.
           05  FILLER                 PIC X(11) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(11) VALUE "STUDENT".
           05  FILLER                 PIC X(26) VALUE "NAME".
           05  FILLER                 PIC X(8) VALUE "UNITS".
           05  FILLER                 PIC X(8) VALUE " TUITION".
           05  FILLER                 PIC X(10) VALUE "      FEES".
           05  FILLER                 PIC X(11) VALUE "      TOTAL".
           05  FILLER                 PIC X(6) VALUE SPACES.
      *
       01  PRINT-DETAIL-LINE.
           05  PD-STUDENT-ID           PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-LASTN                PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-FIRSTN               PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-UNITS                PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-BASIS                PIC X.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-TUITION              PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-FEES                 PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-TOTAL                PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-NOTE                 PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
      *
       01  PRINT-TOTAL-LINE-1.
           05  FILLER                 PIC X(19) VALUE
               "STUDENTS ASSESSED: ".
           05  PT-ASSESSED-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE "TOTAL UNITS: ".
           05  PT-RUN-UNITS            PIC ZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE
               "ROWS NO UNITS: ".
           05  PT-NO-UNITS-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(8) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-2.
           05  FILLER                 PIC X(9) VALUE "TUITION: ".
           05  PT-RUN-TUITION          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(6) VALUE "FEES: ".
           05  PT-RUN-FEES             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE "TOTAL: ".
           05  PT-RUN-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           DISPLAY "ENTER TERM TO ASSESS (E.G. 2027S):".
           ACCEPT RUN-TERM-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM B10-OPEN-PARA.
           IF ENR-EOF-SW = "N"
               PERFORM B20-ENROLL-PARA UNTIL ENR-EOF-SW = "Y"
               IF STUDENT-HOLD NOT = ZERO
                   PERFORM C40-ASSESS-PARA
               END-IF
               PERFORM B90-CLOSE-PARA
           END-IF.
           DISPLAY "CONFIRMED ROWS READ:   " ENR-READ-COUNT.
           DISPLAY "STUDENTS ASSESSED:     " ASSESSED-COUNT.
           DISPLAY "ROWS WITHOUT UNITS:    " NO-UNITS-COUNT.
           STOP RUN.
      *
      * NOTHING IS OPENED FOR OUTPUT UNTIL THE TERM'S RATES ARE KNOWN
      * AND AN ENROLLMENT FILE IS ON HAND, SO AN ABORTED RUN LEAVES
      * THE PREVIOUS CHARGE FILE UNTOUCHED.
      *
       B10-OPEN-PARA.
           PERFORM B12-FIND-RATE-PARA.
           IF RATE-FOUND-SW = "N"
               DISPLAY "NO RATE ROW FOR TERM " RUN-TERM-ID
                   " - RUN ABORTED"
               MOVE "Y" TO ENR-EOF-SW
           ELSE
               OPEN INPUT ENROLL-FILE
               IF EN-FILE-STATUS NOT = "00"
                   DISPLAY
                       "NO ENROLLMENT FILE ON HAND - NOTHING TO ASSESS"
                   MOVE "Y" TO ENR-EOF-SW
               ELSE
                   OPEN INPUT IND-STUD-FILE
                        OUTPUT CHARGE-FILE
                               PRINT-FILE
                   PERFORM B15-HEADINGS-PARA
               END-IF
           END-IF.
      *
      * A RATE ROW WHOSE AMOUNTS ARE NOT NUMERIC IS TREATED AS NO
      * RATE ROW AT ALL - NOTHING IS BILLED FROM A DAMAGED TABLE.
      *
       B12-FIND-RATE-PARA.
           OPEN INPUT RATE-FILE.
           IF RAT-FILE-STATUS = "00"
               PERFORM C12-READ-RATE-PARA
                   UNTIL RATE-EOF-SW = "Y" OR RATE-FOUND-SW = "Y"
               CLOSE RATE-FILE
           END-IF.
      *
      *
       C12-READ-RATE-PARA.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO RATE-EOF-SW
               NOT AT END
                   IF RT-TERM-ID = RUN-TERM-ID AND
                      RT-UNIT-RATE NUMERIC AND
                      RT-FT-UNITS NUMERIC AND
                      RT-FLAT-RATE NUMERIC AND
                      RT-TERM-FEE NUMERIC
                       MOVE RT-UNIT-RATE TO TERM-UNIT-RATE
                       MOVE RT-FT-UNITS TO TERM-FT-UNITS
                       MOVE RT-FLAT-RATE TO TERM-FLAT-RATE
                       MOVE RT-TERM-FEE TO TERM-FEE
                       MOVE "Y" TO RATE-FOUND-SW
                   END-IF
           END-READ.
      *
      *
       B15-HEADINGS-PARA.
           MOVE SPACES TO CHARGE-REC.
           MOVE "H" TO CH-REC-TYPE.
           MOVE RUN-TERM-ID TO CH-HDR-TERM-ID.
           MOVE TODAYS-DATE TO CH-HDR-RUN-DATE.
           MOVE "REGISTRR" TO CH-HDR-SOURCE.
           WRITE CHARGE-REC.
           MOVE RUN-TERM-ID TO PH-TERM-ID.
           MOVE TODAYS-DATE TO PH-RUN-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE TERM-UNIT-RATE TO PR-UNIT-RATE.
           MOVE TERM-FT-UNITS TO PR-FT-UNITS.
           MOVE TERM-FLAT-RATE TO PR-FLAT-RATE.
           MOVE TERM-FEE TO PR-TERM-FEE.
           MOVE PRINT-RATE-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * ENROLL.DAI IS READ IN KEY ORDER, SO ALL OF A STUDENT'S ROWS
      * ARRIVE TOGETHER.  A CHANGE OF STUDENT-ID ON A CONFIRMED ROW
      * FOR THE TERM ASSESSES THE STUDENT JUST FINISHED AND STARTS
      * THE NEXT; THE LAST STUDENT IS ASSESSED FROM A00.
      *
       B20-ENROLL-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ENR-EOF-SW
               NOT AT END
                   IF EN-TERM-ID = RUN-TERM-ID AND EN-STATUS = "C"
                       ADD 1 TO ENR-READ-COUNT
                       PERFORM C20-TOTAL-ROW-PARA
                   END-IF
           END-READ.
      *
      *
       C20-TOTAL-ROW-PARA.
           IF EN-STDNT-ID NOT = STUDENT-HOLD
               IF STUDENT-HOLD NOT = ZERO
                   PERFORM C40-ASSESS-PARA
               END-IF
               MOVE EN-STDNT-ID TO STUDENT-HOLD
               MOVE ZERO TO STUDENT-UNITS
               MOVE "N" TO NO-UNITS-SW
           END-IF.
           IF EN-UNITS NUMERIC
               ADD EN-UNITS TO STUDENT-UNITS
           ELSE
               ADD 1 TO NO-UNITS-COUNT
               MOVE "Y" TO NO-UNITS-SW
           END-IF.
      *
      * PRICES THE STUDENT JUST TOTALLED, WRITES THE CHARGE DETAIL,
      * AND PRINTS THE REGISTER LINE.
      *
       C40-ASSESS-PARA.
           IF TERM-FT-UNITS > ZERO AND
              STUDENT-UNITS NOT < TERM-FT-UNITS
               MOVE "F" TO STUDENT-BASIS
               MOVE TERM-FLAT-RATE TO STUDENT-TUITION
           ELSE
               MOVE "U" TO STUDENT-BASIS
               COMPUTE STUDENT-TUITION =
                   STUDENT-UNITS * TERM-UNIT-RATE
           END-IF.
           COMPUTE STUDENT-TOTAL = STUDENT-TUITION + TERM-FEE.
           ADD 1 TO ASSESSED-COUNT.
           ADD STUDENT-UNITS TO RUN-UNITS.
           ADD STUDENT-TUITION TO RUN-TUITION.
           ADD TERM-FEE TO RUN-FEES.
           ADD STUDENT-TOTAL TO RUN-TOTAL.
           MOVE SPACES TO CHARGE-REC.
           MOVE "D" TO CH-REC-TYPE.
           MOVE STUDENT-HOLD TO CH-STUDENT-ID.
           MOVE RUN-TERM-ID TO CH-TERM-ID.
           MOVE STUDENT-UNITS TO CH-UNITS.
           MOVE STUDENT-BASIS TO CH-BASIS.
           MOVE STUDENT-TUITION TO CH-TUITION.
           MOVE TERM-FEE TO CH-FEES.
           MOVE STUDENT-TOTAL TO CH-TOTAL.
           MOVE TODAYS-DATE TO CH-ASSESS-DATE.
           WRITE CHARGE-REC.
           PERFORM C45-REGISTER-LINE-PARA.
      *
      *
       C45-REGISTER-LINE-PARA.
           MOVE STUDENT-HOLD TO STUDENT-ID.
           READ IND-STUD-FILE
               INVALID KEY
                   MOVE "*NO MASTER*" TO LASTN
                   MOVE SPACES TO FIRSTN
           END-READ.
           MOVE STUDENT-HOLD TO PD-STUDENT-ID.
           MOVE LASTN TO PD-LASTN.
           MOVE FIRSTN TO PD-FIRSTN.
           MOVE STUDENT-UNITS TO PD-UNITS.
           MOVE STUDENT-BASIS TO PD-BASIS.
           MOVE STUDENT-TUITION TO PD-TUITION.
           MOVE TERM-FEE TO PD-FEES.
           MOVE STUDENT-TOTAL TO PD-TOTAL.
           IF NO-UNITS-SW = "Y"
               MOVE "*NU*" TO PD-NOTE
           ELSE
               MOVE SPACES TO PD-NOTE
           END-IF.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B90-CLOSE-PARA.
           MOVE SPACES TO CHARGE-REC.
           MOVE "T" TO CH-REC-TYPE.
           MOVE ASSESSED-COUNT TO CH-TRL-COUNT.
           MOVE RUN-TOTAL TO CH-TRL-TOTAL.
           WRITE CHARGE-REC.
           MOVE ASSESSED-COUNT TO PT-ASSESSED-COUNT.
           MOVE RUN-UNITS TO PT-RUN-UNITS.
           MOVE NO-UNITS-COUNT TO PT-NO-UNITS-COUNT.
           MOVE PRINT-TOTAL-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE RUN-TUITION TO PT-RUN-TUITION.
           MOVE RUN-FEES TO PT-RUN-FEES.
           MOVE RUN-TOTAL TO PT-RUN-TOTAL.
           MOVE PRINT-TOTAL-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           CLOSE ENROLL-FILE
                 IND-STUD-FILE
                 CHARGE-FILE
                 PRINT-FILE.
