       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-44.
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
      * TERM-END FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS (SAP)
      * RUN.  THE OPERATOR KEYS THE TERM JUST ENDED.  EVERY TYPE-S
      * STUDENT ON THE CONSOLIDATED STUWORK.DAT EXTRACT (PROGRAM-15-34)
      * IS TAKEN IN TURN, AND THE STUDENT'S STUTRANS.DAI ROWS ARE READ
      * DIRECTLY SO GRADES POSTED SINCE LAST NIGHT'S EXTRACT COUNT.
      * A STUDENT WITH NO UNITS ATTEMPTED IN THE TERM WAS NOT ENROLLED
      * IN IT AND IS NOT EVALUATED.  ROWS FROM TERMS AFTER THE ONE
      * BEING RUN ARE IGNORED, SO AN EARLIER TERM CAN BE RE-RUN.
      *
      * THREE TESTS ARE APPLIED, AGAINST THE LIMITS ON THE SAP
      * PARAMETER FILE (SAPPARM.DAT - ONE ROW PER MAJOR GIVING THE
      * PROGRAM LENGTH IN UNITS, PLUS A REQUIRED "***" DEFAULT ROW
      * THAT ALSO CARRIES THE MINIMUM GPA, MINIMUM PACE PERCENT, AND
      * TIMEFRAME PERCENT FOR A MAJOR WITHOUT ITS OWN ROW):
      *
      *   GPA  - THE OFFICIAL CUMULATIVE GPA FROM THE EXTRACT IS AT
      *          LEAST THE MINIMUM (NO GRADED UNITS YET PASSES).
      *   PACE - UNITS EARNED (A/B/C/D/P/T) OVER UNITS ATTEMPTED
      *          (THOSE PLUS F/W/I), AS A WHOLE PERCENT DROPPING ANY
      *          FRACTION, IS AT LEAST THE MINIMUM.  ROWS WITH NO
      *          GRADE YET COUNT AS NEITHER.
      *   MAX TIMEFRAME - THE UNITS ATTEMPTED PLUS THE UNITS STILL
      *          NEEDED TO REACH THE PROGRAM LENGTH DO NOT EXCEED THE
      *          TIMEFRAME PERCENT (NORMALLY 150) OF PROGRAM LENGTH,
      *          SO A STUDENT IS CAUGHT AS SOON AS FINISHING INSIDE
      *          THE LIMIT HAS BECOME IMPOSSIBLE.
      *
      * STATUS IS THEN DECIDED FROM THE PRIOR TERM'S STATUS ON THE
      * SAP HISTORY FILE (SAPHIST.DAI).  PASSING ALL THREE IS M
      * (MEETS).  A FIRST FAILURE - NO PRIOR STATUS, OR PRIOR M - IS
      * W (WARNING); FAILING AGAIN AFTER A WARNING OR WHILE ON
      * PROBATION, OR FAILING THE MAXIMUM TIMEFRAME AT ANY TIME, IS
      * S (SUSPENSION).  A STUDENT WHO WOULD BE SUSPENDED BUT WHOSE
      * APPEAL FOR THE TERM HAS BEEN GRANTED (SAPAPPL.DAT, KEPT BY
      * THE AID OFFICE) IS P (PROBATION ON APPEAL) INSTEAD.
      *
      * EVERY STUDENT EVALUATED GETS A HISTORY RECORD FOR THE TERM (A
      * RE-RUN REWRITES IT IN PLACE) AND A DETAIL RECORD ON THE AID
      * SYSTEM FEED (SAPFEED.DAT), WHICH IS BRACKETED BY A HEADER AND
      * A TRAILER OF STATUS COUNTS THE AID SYSTEM BALANCES TO.  THE
      * EXCEPTION REPORT (SAPEXCP.PRT) LISTS EVERY STUDENT NOT MEETING
      * SAP, GROUPED SUSPENSION, PROBATION, WARNING, WITH THE TESTS
      * FAILED AND THE PRIOR STATUS.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO "SAPPARM.DAT"
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT APPEAL-FILE
               ASSIGN TO "SAPAPPL.DAT"
               FILE STATUS IS APL-FILE-STATUS.
           SELECT WORK-FILE
               ASSIGN TO "STUWORK.DAT"
               FILE STATUS IS WRK-FILE-STATUS.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES.
           SELECT SAP-FILE
               ASSIGN TO "SAPHIST.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS SAP-FILE-STATUS.
           SELECT FEED-FILE
               ASSIGN TO "SAPFEED.DAT".
           SELECT SORT-WORK-FILE
               ASSIGN TO "SAPSORT.TMP".
           SELECT PRINT-FILE
               ASSIGN TO "SAPEXCP.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      * ONE ROW PER MAJOR, MAINTAINED BY THE AID OFFICE WITH THE
      * EDITOR.  THE "***" ROW IS THE DEFAULT AND THE ONLY ROW WHOSE
      * GPA, PACE, AND TIMEFRAME LIMITS ARE USED; A MAJOR'S OWN ROW
      * SUPPLIES ONLY ITS PROGRAM LENGTH.
      *
       FD  PARM-FILE
             RECORD CONTAINS 20 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS PARM-REC.
      *
       01  PARM-REC.
           05  SP-MAJOR-CODE          PIC X(3).
           05  SP-PROGRAM-UNITS       PIC 9(3).
           05  SP-MIN-GPA             PIC 9V99.
           05  SP-MIN-PACE            PIC 9(3).
           05  SP-TIMEFRAME-PCT       PIC 9(3).
           05  FILLER                 PIC X(5).
      *
      * ONE ROW PER APPEAL GRANTED, FOR THE TERM ON THE ROW.
      *
       FD  APPEAL-FILE
             RECORD CONTAINS 20 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS APPEAL-REC.
      *
       01  APPEAL-REC.
           05  AP-STUDENT-ID          PIC 9(9).
           05  AP-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(6).
      *
       COPY FDWORK OF LIBRARY.
      *
       COPY FDTRANS OF LIBRARY.
      *
       COPY FDSAPHIS OF LIBRARY.
      *
      * FINANCIAL AID SYSTEM FEED.  AF-REC-TYPE "H" IS THE HEADER, "D"
      * ONE STUDENT'S EVALUATION, "T" THE TRAILER; THE TYPE TELLS THE
      * AID SYSTEM WHICH VIEW OF THE RECORD APPLIES.  THE STATUS AND
      * TEST CODES ARE THOSE ON SAPHIST.DAI.
      *
       FD  FEED-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS FEED-REC.
      *
       01  FEED-REC.
           05  AF-REC-TYPE            PIC X.
           05  AF-DETAIL-DATA.
               10  AF-STUDENT-ID      PIC 9(9).
               10  AF-TERM-ID         PIC X(5).
               10  AF-STATUS          PIC X.
               10  AF-PRIOR-STATUS    PIC X.
               10  AF-GPA             PIC 9V99.
               10  AF-ATTEMPTED       PIC 9(3).
               10  AF-EARNED          PIC 9(3).
               10  AF-PACE            PIC 9(3).
               10  AF-MAX-UNITS       PIC 9(3).
               10  AF-GPA-TEST        PIC X.
               10  AF-PACE-TEST       PIC X.
               10  AF-TIME-TEST       PIC X.
               10  AF-EVAL-DATE       PIC 9(8).
               10  FILLER             PIC X(37).
           05  AF-HEADER-DATA REDEFINES AF-DETAIL-DATA.
               10  AF-HDR-TERM-ID     PIC X(5).
               10  AF-HDR-RUN-DATE    PIC 9(8).
               10  AF-HDR-SOURCE      PIC X(8).
               10  FILLER             PIC X(58).
           05  AF-TRAILER-DATA REDEFINES AF-DETAIL-DATA.
               10  AF-TRL-COUNT       PIC 9(7).
               10  AF-TRL-MEETS       PIC 9(7).
               10  AF-TRL-WARNING     PIC 9(7).
               10  AF-TRL-SUSPEND     PIC 9(7).
               10  AF-TRL-PROBATION   PIC 9(7).
               10  FILLER             PIC X(44).
      *
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-REC.
      *
       01  SORT-REC.
           05  SR-STATUS-RANK         PIC 9.
           05  SR-LASTN               PIC X(14).
           05  SR-FIRSTN              PIC X(10).
           05  SR-STUDENT-ID          PIC 9(9).
           05  SR-STATUS              PIC X.
           05  SR-PRIOR-STATUS        PIC X.
           05  SR-MAJOR-CODE          PIC X(3).
           05  SR-GPA                 PIC 9V99.
           05  SR-PACE                PIC 9(3).
           05  SR-ATTEMPTED           PIC 9(3).
           05  SR-MAX-UNITS           PIC 9(3).
           05  SR-GPA-TEST            PIC X.
           05  SR-PACE-TEST           PIC X.
           05  SR-TIME-TEST           PIC X.
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
           05  PARM-EOF-SW            PIC X VALUE "N".
           05  PARM-FOUND-SW          PIC X VALUE "N".
           05  APPEAL-EOF-SW          PIC X VALUE "N".
           05  APPEAL-FOUND-SW        PIC X VALUE "N".
           05  WORK-EOF-SW            PIC XXX VALUE "NO".
           05  TRANS-EOF-SW           PIC X VALUE "N".
           05  SAP-EOF-SW             PIC X VALUE "N".
           05  SORT-EOF-SW            PIC XXX VALUE "NO".
           05  MAJOR-FOUND-SW         PIC X VALUE "N".
      *
       01  PRM-FILE-STATUS            PIC XX.
       01  APL-FILE-STATUS            PIC XX.
       01  WRK-FILE-STATUS            PIC XX.
       01  SAP-FILE-STATUS            PIC XX.
      *
       01  RUN-TERM-ID                PIC X(5).
       01  RUN-TERM-SEQ               PIC 9(5).
       01  TODAYS-DATE                PIC 9(8).
       01  STATUS-HOLD                PIC X VALUE SPACE.
      *
      * A TERM-ID (YEAR PLUS SESSION LETTER) IS TURNED INTO A NUMBER
      * THAT SORTS IN CALENDAR ORDER - YEAR TIMES TEN PLUS 1 FOR
      * SPRING, 2 SUMMER, 3 FALL.  A TERM-ID THAT IS NOT IN THAT FORM
      * (A TRANSFER ROW WITH NO TERM) COMES OUT ZERO, THE EARLIEST.
      *
       01  TERM-WORK                  PIC X(5).
       01  TERM-VIEW                  REDEFINES TERM-WORK.
           05  TERM-YEAR              PIC 9(4).
           05  TERM-SESSION           PIC X.
       01  TERM-SEQ-WORK              PIC 9(5).
      *
      * THE DEFAULT LIMITS FROM THE "***" ROW, AND EVERY MAJOR'S
      * PROGRAM LENGTH.
      *
       01  SAP-LIMITS.
           05  DEFAULT-PROGRAM-UNITS  PIC 9(3).
           05  MIN-GPA                PIC 9V99.
           05  MIN-PACE               PIC 9(3).
           05  TIMEFRAME-PCT          PIC 9(3).
      *
       01  MAJOR-TABLE.
           05  MAJOR-ENTRY OCCURS 50 TIMES.
               10  MT-MAJOR-CODE      PIC X(3).
               10  MT-PROGRAM-UNITS   PIC 9(3).
       01  MAJOR-TABLE-COUNT          PIC 99 VALUE ZERO.
       01  MAJOR-SUB                  PIC 99.
      *
       01  APPEAL-TABLE.
           05  APPEAL-STUDENT-ID      PIC 9(9) OCCURS 300 TIMES.
       01  APPEAL-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       01  APPEAL-SUB                 PIC 9(3).
      *
      * THE STUDENT BEING EVALUATED.
      *
       01  STUDENT-MEASURES.
           05  UNITS-ATTEMPTED        PIC 9(3).
           05  UNITS-EARNED           PIC 9(3).
           05  TERM-ATTEMPTED         PIC 9(3).
           05  STUDENT-PACE           PIC 9(3).
           05  PROGRAM-UNITS          PIC 9(3).
           05  MAX-UNITS              PIC 9(3).
           05  UNITS-NEEDED           PIC 9(3).
           05  PROJECTED-UNITS        PIC 9(4).
           05  GPA-TEST               PIC X.
           05  PACE-TEST              PIC X.
           05  TIME-TEST              PIC X.
           05  PRIOR-STATUS           PIC X.
           05  NEW-STATUS             PIC X.
      *
       01  RUN-COUNTERS.
           05  EVALUATED-COUNT        PIC 9(5) VALUE ZERO.
           05  MEETS-COUNT            PIC 9(5) VALUE ZERO.
           05  WARNING-COUNT          PIC 9(5) VALUE ZERO.
           05  SUSPEND-COUNT          PIC 9(5) VALUE ZERO.
           05  PROBATION-COUNT        PIC 9(5) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(29) VALUE
               "*** SAP EXCEPTION REPORT FOR ".
           05  PH-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(19) VALUE SPACES.
      *
       01  PRINT-LIMITS-LINE.
           05  FILLER                 PIC X(9) VALUE "MIN GPA: ".
           05  PL-MIN-GPA             PIC 9.99.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "MIN PACE: ".
           05  PL-MIN-PACE            PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE "%".
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "MAX TIMEFRAME: ".
           05  PL-TIMEFRAME-PCT       PIC ZZ9.
           05  FILLER                 PIC X(27) VALUE
               "% OF PROGRAM".
      *
       01  PRINT-LEGEND-LINE.
           05  FILLER                 PIC X(44) VALUE
               "FAILED: G = GPA  P = PACE  T = MAX TIMEFRAME".
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  PRINT-STATUS-HEADING.
           05  FILLER                 PIC X(4) VALUE "*** ".
           05  PS-STATUS-DESC         PIC X(19).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(53) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(11) VALUE "STUDENT".
           05  FILLER                 PIC X(26) VALUE "NAME".
           05  FILLER                 PIC X(5) VALUE "MAJ".
           05  FILLER                 PIC X(6) VALUE "GPA".
           05  FILLER                 PIC X(6) VALUE "PACE".
           05  FILLER                 PIC X(9) VALUE "ATT/MAX".
           05  FILLER                 PIC X(5) VALUE "FAIL".
           05  FILLER                 PIC X(12) VALUE "PRIOR".
      *
       01  PRINT-DETAIL-LINE.
           05  PD-STUDENT-ID           PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-LASTN                PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-FIRSTN               PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-MAJOR-CODE           PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-GPA                  PIC 9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-PACE                 PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE "%".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-ATTEMPTED            PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE "/".
           05  PD-MAX-UNITS            PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-GPA-FLAG             PIC X.
           05  PD-PACE-FLAG            PIC X.
           05  PD-TIME-FLAG            PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-PRIOR-STATUS         PIC X.
           05  FILLER                 PIC X(11) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-1.
           05  FILLER                 PIC X(20) VALUE
               "STUDENTS EVALUATED: ".
           05  PT-EVALUATED-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE "MEETS: ".
           05  PT-MEETS-COUNT          PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "WARNING: ".
           05  PT-WARNING-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(21) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-2.
           05  FILLER                 PIC X(12) VALUE "SUSPENSION: ".
           05  PT-SUSPEND-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(21) VALUE
               "PROBATION ON APPEAL: ".
           05  PT-PROBATION-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           DISPLAY "ENTER TERM TO EVALUATE (E.G. 2027S):".
           ACCEPT RUN-TERM-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE RUN-TERM-ID TO TERM-WORK.
           PERFORM C90-TERM-SEQ-PARA.
           MOVE TERM-SEQ-WORK TO RUN-TERM-SEQ.
           IF RUN-TERM-SEQ = ZERO
               DISPLAY "TERM " RUN-TERM-ID " IS NOT YEAR PLUS S/U/F"
                   " - RUN ABORTED"
           ELSE
               PERFORM B05-LOAD-PARM-PARA
               IF PARM-FOUND-SW = "N"
                   DISPLAY "NO DEFAULT (***) ROW ON SAPPARM.DAT"
                       " - RUN ABORTED"
               ELSE
                   PERFORM B08-RUN-PARA
               END-IF
           END-IF.
           STOP RUN.
      *
      * THE PARAMETER FILE IS READ WHOLE.  A ROW WHOSE NUMBERS ARE
      * NOT NUMERIC IS PASSED OVER, AND WITHOUT A GOOD "***" ROW NO
      * STUDENT IS EVALUATED - NOTHING IS DECIDED FROM A DAMAGED
      * TABLE.
      *
       B05-LOAD-PARM-PARA.
           OPEN INPUT PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               PERFORM C05-READ-PARM-PARA UNTIL PARM-EOF-SW = "Y"
               CLOSE PARM-FILE
           END-IF.
      *
      *
       C05-READ-PARM-PARA.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SW
               NOT AT END
                   IF SP-PROGRAM-UNITS NUMERIC AND
                      SP-PROGRAM-UNITS > ZERO
                       PERFORM C06-KEEP-PARM-PARA
                   END-IF
           END-READ.
      *
      *
       C06-KEEP-PARM-PARA.
           IF SP-MAJOR-CODE = "***"
               IF SP-MIN-GPA NUMERIC AND
                  SP-MIN-PACE NUMERIC AND
                  SP-TIMEFRAME-PCT NUMERIC
                   MOVE SP-PROGRAM-UNITS TO DEFAULT-PROGRAM-UNITS
                   MOVE SP-MIN-GPA TO MIN-GPA
                   MOVE SP-MIN-PACE TO MIN-PACE
                   MOVE SP-TIMEFRAME-PCT TO TIMEFRAME-PCT
                   MOVE "Y" TO PARM-FOUND-SW
               END-IF
           ELSE
               IF MAJOR-TABLE-COUNT < 50
                   ADD 1 TO MAJOR-TABLE-COUNT
                   MOVE SP-MAJOR-CODE TO
                       MT-MAJOR-CODE (MAJOR-TABLE-COUNT)
                   MOVE SP-PROGRAM-UNITS TO
                       MT-PROGRAM-UNITS (MAJOR-TABLE-COUNT)
               END-IF
           END-IF.
      *
      * ONLY THE APPEALS GRANTED FOR THE TERM BEING RUN ARE KEPT.  NO
      * APPEAL FILE ON HAND MEANS NO APPEALS GRANTED.
      *
       B07-LOAD-APPEAL-PARA.
           OPEN INPUT APPEAL-FILE.
           IF APL-FILE-STATUS = "00"
               PERFORM C07-READ-APPEAL-PARA UNTIL APPEAL-EOF-SW = "Y"
               CLOSE APPEAL-FILE
           END-IF.
      *
      *
       C07-READ-APPEAL-PARA.
           READ APPEAL-FILE
               AT END
                   MOVE "Y" TO APPEAL-EOF-SW
               NOT AT END
                   IF AP-TERM-ID = RUN-TERM-ID AND
                      AP-STUDENT-ID NUMERIC AND
                      APPEAL-TABLE-COUNT < 300
                       ADD 1 TO APPEAL-TABLE-COUNT
                       MOVE AP-STUDENT-ID TO
                           APPEAL-STUDENT-ID (APPEAL-TABLE-COUNT)
                   END-IF
           END-READ.
      *
      *
       B08-RUN-PARA.
           OPEN INPUT WORK-FILE.
           IF WRK-FILE-STATUS NOT = "00"
               DISPLAY "NO STUWORK.DAT ON HAND - RUN 15-34 FIRST"
           ELSE
               PERFORM B07-LOAD-APPEAL-PARA
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-STATUS-RANK
                   ON ASCENDING KEY SR-LASTN
                   ON ASCENDING KEY SR-FIRSTN
                   INPUT PROCEDURE IS B10-EVALUATE-PARA
                   OUTPUT PROCEDURE IS B50-REPORT-PARA
               CLOSE WORK-FILE
               DISPLAY "STUDENTS EVALUATED:    " EVALUATED-COUNT
               DISPLAY "MEETS:                 " MEETS-COUNT
               DISPLAY "WARNING:               " WARNING-COUNT
               DISPLAY "SUSPENSION:            " SUSPEND-COUNT
               DISPLAY "PROBATION ON APPEAL:   " PROBATION-COUNT
           END-IF.
      *
      * SAPHIST.DAI IS CREATED ON THE FIRST RUN EVER (FILE STATUS
      * "35" ON THE I-O OPEN) AND REOPENED I-O SO THE PRIOR-STATUS
      * LOOKUPS AND THE NEW RECORDS SHARE ONE OPEN.
      *
       B10-EVALUATE-PARA.
           OPEN INPUT IND-TRANS-FILE.
           OPEN I-O SAP-FILE.
           IF SAP-FILE-STATUS = "35"
               OPEN OUTPUT SAP-FILE
               CLOSE SAP-FILE
               OPEN I-O SAP-FILE
           END-IF.
           OPEN OUTPUT FEED-FILE.
           MOVE SPACES TO FEED-REC.
           MOVE "H" TO AF-REC-TYPE.
           MOVE RUN-TERM-ID TO AF-HDR-TERM-ID.
           MOVE TODAYS-DATE TO AF-HDR-RUN-DATE.
           MOVE "REGISTRR" TO AF-HDR-SOURCE.
           WRITE FEED-REC.
           PERFORM B20-WORK-PARA UNTIL WORK-EOF-SW = "YES".
           MOVE SPACES TO FEED-REC.
           MOVE "T" TO AF-REC-TYPE.
           MOVE EVALUATED-COUNT TO AF-TRL-COUNT.
           MOVE MEETS-COUNT TO AF-TRL-MEETS.
           MOVE WARNING-COUNT TO AF-TRL-WARNING.
           MOVE SUSPEND-COUNT TO AF-TRL-SUSPEND.
           MOVE PROBATION-COUNT TO AF-TRL-PROBATION.
           WRITE FEED-REC.
           CLOSE IND-TRANS-FILE
                 SAP-FILE
                 FEED-FILE.
      *
      * ONLY THE TYPE-S RECORDS ARE USED - THE COURSE ROWS ARE READ
      * FROM STUTRANS.DAI ITSELF SO THE LATEST GRADES COUNT.
      *
       B20-WORK-PARA.
           READ WORK-FILE
               AT END
                   MOVE "YES" TO WORK-EOF-SW
               NOT AT END
                   IF WK-REC-TYPE = "S"
                       PERFORM C20-STUDENT-PARA
                   END-IF
           END-READ.
      *
      *
       C20-STUDENT-PARA.
           MOVE ZERO TO UNITS-ATTEMPTED
                        UNITS-EARNED
                        TERM-ATTEMPTED.
           MOVE WK-STUDENT-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           MOVE "N" TO TRANS-EOF-SW.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO TRANS-EOF-SW
           END-START.
           PERFORM C25-TRANS-ROW-PARA UNTIL TRANS-EOF-SW = "Y".
           IF TERM-ATTEMPTED > ZERO
               PERFORM C30-MEASURES-PARA
               PERFORM C40-STATUS-PARA
               PERFORM C50-HISTORY-PARA
               PERFORM C55-FEED-PARA
               IF NEW-STATUS NOT = "M"
                   PERFORM C60-RELEASE-PARA
               END-IF
           END-IF.
      *
      *
       C25-TRANS-ROW-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRANS-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = WK-STUDENT-ID
                       MOVE "Y" TO TRANS-EOF-SW
                   ELSE
                       PERFORM C27-COUNT-ROW-PARA
                   END-IF
           END-READ.
      *
      * A ROW FROM A LATER TERM THAN THE ONE BEING RUN, OR WITHOUT A
      * UNIT COUNT, DOES NOT COUNT.
      *
       C27-COUNT-ROW-PARA.
           MOVE TERM-ID TO TERM-WORK.
           PERFORM C90-TERM-SEQ-PARA.
           IF UNITS NUMERIC AND TERM-SEQ-WORK NOT > RUN-TERM-SEQ
               IF GRADE = "A" OR GRADE = "B" OR GRADE = "C"
                       OR GRADE = "D" OR GRADE = "P" OR GRADE = "T"
                   ADD UNITS TO UNITS-ATTEMPTED
                   ADD UNITS TO UNITS-EARNED
                   PERFORM C28-TERM-UNITS-PARA
               ELSE
                   IF GRADE = "F" OR GRADE = "W" OR GRADE = "I"
                       ADD UNITS TO UNITS-ATTEMPTED
                       PERFORM C28-TERM-UNITS-PARA
                   END-IF
               END-IF
           END-IF.
      *
      *
       C28-TERM-UNITS-PARA.
           IF TERM-ID = RUN-TERM-ID
               ADD UNITS TO TERM-ATTEMPTED
           END-IF.
      *
      *
       C30-MEASURES-PARA.
           MOVE DEFAULT-PROGRAM-UNITS TO PROGRAM-UNITS.
           MOVE "N" TO MAJOR-FOUND-SW.
           PERFORM C32-FIND-MAJOR-PARA
               VARYING MAJOR-SUB FROM 1 BY 1
               UNTIL MAJOR-SUB > MAJOR-TABLE-COUNT
                  OR MAJOR-FOUND-SW = "Y".
           IF WK-COMP-UNITS = ZERO OR WK-GPA NOT < MIN-GPA
               MOVE "P" TO GPA-TEST
           ELSE
               MOVE "F" TO GPA-TEST
           END-IF.
           COMPUTE STUDENT-PACE = UNITS-EARNED * 100 / UNITS-ATTEMPTED.
           IF STUDENT-PACE NOT < MIN-PACE
               MOVE "P" TO PACE-TEST
           ELSE
               MOVE "F" TO PACE-TEST
           END-IF.
           COMPUTE MAX-UNITS = PROGRAM-UNITS * TIMEFRAME-PCT / 100.
           IF UNITS-EARNED < PROGRAM-UNITS
               COMPUTE UNITS-NEEDED = PROGRAM-UNITS - UNITS-EARNED
           ELSE
               MOVE ZERO TO UNITS-NEEDED
           END-IF.
           COMPUTE PROJECTED-UNITS = UNITS-ATTEMPTED + UNITS-NEEDED.
           IF PROJECTED-UNITS > MAX-UNITS
               MOVE "F" TO TIME-TEST
           ELSE
               MOVE "P" TO TIME-TEST
           END-IF.
      *
      *
       C32-FIND-MAJOR-PARA.
           IF MT-MAJOR-CODE (MAJOR-SUB) = WK-MAJOR-CODE
               MOVE MT-PROGRAM-UNITS (MAJOR-SUB) TO PROGRAM-UNITS
               MOVE "Y" TO MAJOR-FOUND-SW
           END-IF.
      *
      *
       C40-STATUS-PARA.
           PERFORM C42-PRIOR-STATUS-PARA.
           IF GPA-TEST = "P" AND PACE-TEST = "P" AND TIME-TEST = "P"
               MOVE "M" TO NEW-STATUS
           ELSE
               IF TIME-TEST = "F"
                   MOVE "S" TO NEW-STATUS
               ELSE
                   IF PRIOR-STATUS = SPACE OR PRIOR-STATUS = "M"
                       MOVE "W" TO NEW-STATUS
                   ELSE
                       MOVE "S" TO NEW-STATUS
                   END-IF
               END-IF
           END-IF.
           IF NEW-STATUS = "S"
               MOVE "N" TO APPEAL-FOUND-SW
               PERFORM C48-FIND-APPEAL-PARA
                   VARYING APPEAL-SUB FROM 1 BY 1
                   UNTIL APPEAL-SUB > APPEAL-TABLE-COUNT
                      OR APPEAL-FOUND-SW = "Y"
               IF APPEAL-FOUND-SW = "Y"
                   MOVE "P" TO NEW-STATUS
               END-IF
           END-IF.
           ADD 1 TO EVALUATED-COUNT.
           EVALUATE NEW-STATUS
               WHEN "M"
                   ADD 1 TO MEETS-COUNT
               WHEN "W"
                   ADD 1 TO WARNING-COUNT
               WHEN "S"
                   ADD 1 TO SUSPEND-COUNT
               WHEN "P"
                   ADD 1 TO PROBATION-COUNT
           END-EVALUATE.
      *
      * THE STUDENT'S HISTORY IS READ OLDEST TO NEWEST FROM THE FIRST
      * RECORD FOR THE STUDENT-ID; THE LAST ONE BELOW THE TERM BEING
      * RUN IS THE PRIOR STATUS.  A STUDENT NEVER EVALUATED BEFORE
      * HAS A PRIOR STATUS OF SPACE.
      *
       C42-PRIOR-STATUS-PARA.
           MOVE SPACE TO PRIOR-STATUS.
           MOVE WK-STUDENT-ID TO SA-STUDENT-ID.
           MOVE ZERO TO SA-TERM-SEQ.
           MOVE "N" TO SAP-EOF-SW.
           START SAP-FILE KEY NOT LESS THAN SA-KEY
               INVALID KEY
                   MOVE "Y" TO SAP-EOF-SW
           END-START.
           PERFORM C44-PRIOR-READ-PARA UNTIL SAP-EOF-SW = "Y".
      *
      *
       C44-PRIOR-READ-PARA.
           READ SAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SAP-EOF-SW
               NOT AT END
                   IF SA-STUDENT-ID NOT = WK-STUDENT-ID OR
                      SA-TERM-SEQ NOT < RUN-TERM-SEQ
                       MOVE "Y" TO SAP-EOF-SW
                   ELSE
                       MOVE SA-STATUS TO PRIOR-STATUS
                   END-IF
           END-READ.
      *
      *
       C48-FIND-APPEAL-PARA.
           IF APPEAL-STUDENT-ID (APPEAL-SUB) = WK-STUDENT-ID
               MOVE "Y" TO APPEAL-FOUND-SW
           END-IF.
      *
      * ONE HISTORY RECORD PER STUDENT PER TERM.  A RE-RUN FOR THE
      * SAME TERM HITS THE DUPLICATE KEY AND REWRITES THE EARLIER
      * RECORD IN PLACE INSTEAD.
      *
       C50-HISTORY-PARA.
           MOVE SPACES TO SAP-REC.
           MOVE WK-STUDENT-ID TO SA-STUDENT-ID.
           MOVE RUN-TERM-SEQ TO SA-TERM-SEQ.
           MOVE RUN-TERM-ID TO SA-TERM-ID.
           MOVE NEW-STATUS TO SA-STATUS.
           MOVE PRIOR-STATUS TO SA-PRIOR-STATUS.
           MOVE WK-GPA TO SA-GPA.
           MOVE UNITS-ATTEMPTED TO SA-ATTEMPTED.
           MOVE UNITS-EARNED TO SA-EARNED.
           MOVE STUDENT-PACE TO SA-PACE.
           MOVE MAX-UNITS TO SA-MAX-UNITS.
           MOVE GPA-TEST TO SA-GPA-TEST.
           MOVE PACE-TEST TO SA-PACE-TEST.
           MOVE TIME-TEST TO SA-TIME-TEST.
           MOVE TODAYS-DATE TO SA-RUN-DATE.
           WRITE SAP-REC
               INVALID KEY
                   REWRITE SAP-REC
                       INVALID KEY
                           DISPLAY "SAP HISTORY NOT WRITTEN: "
                               SA-STUDENT-ID
                   END-REWRITE
           END-WRITE.
      *
      *
       C55-FEED-PARA.
           MOVE SPACES TO FEED-REC.
           MOVE "D" TO AF-REC-TYPE.
           MOVE WK-STUDENT-ID TO AF-STUDENT-ID.
           MOVE RUN-TERM-ID TO AF-TERM-ID.
           MOVE NEW-STATUS TO AF-STATUS.
           MOVE PRIOR-STATUS TO AF-PRIOR-STATUS.
           MOVE WK-GPA TO AF-GPA.
           MOVE UNITS-ATTEMPTED TO AF-ATTEMPTED.
           MOVE UNITS-EARNED TO AF-EARNED.
           MOVE STUDENT-PACE TO AF-PACE.
           MOVE MAX-UNITS TO AF-MAX-UNITS.
           MOVE GPA-TEST TO AF-GPA-TEST.
           MOVE PACE-TEST TO AF-PACE-TEST.
           MOVE TIME-TEST TO AF-TIME-TEST.
           MOVE TODAYS-DATE TO AF-EVAL-DATE.
           WRITE FEED-REC.
      *
      * EXCEPTIONS SORT SUSPENSION FIRST, THEN PROBATION ON APPEAL,
      * THEN WARNING, AND BY NAME WITHIN EACH.
      *
       C60-RELEASE-PARA.
           EVALUATE NEW-STATUS
               WHEN "S"
                   MOVE 1 TO SR-STATUS-RANK
               WHEN "P"
                   MOVE 2 TO SR-STATUS-RANK
               WHEN OTHER
                   MOVE 3 TO SR-STATUS-RANK
           END-EVALUATE.
           MOVE WK-LASTN TO SR-LASTN.
           MOVE WK-FIRSTN TO SR-FIRSTN.
           MOVE WK-STUDENT-ID TO SR-STUDENT-ID.
           MOVE NEW-STATUS TO SR-STATUS.
           MOVE PRIOR-STATUS TO SR-PRIOR-STATUS.
           MOVE WK-MAJOR-CODE TO SR-MAJOR-CODE.
           MOVE WK-GPA TO SR-GPA.
           MOVE STUDENT-PACE TO SR-PACE.
           MOVE UNITS-ATTEMPTED TO SR-ATTEMPTED.
           MOVE MAX-UNITS TO SR-MAX-UNITS.
           MOVE GPA-TEST TO SR-GPA-TEST.
           MOVE PACE-TEST TO SR-PACE-TEST.
           MOVE TIME-TEST TO SR-TIME-TEST.
           RELEASE SORT-REC.
      *
      *
       B50-REPORT-PARA.
           OPEN OUTPUT PRINT-FILE.
           MOVE RUN-TERM-ID TO PH-TERM-ID.
           MOVE TODAYS-DATE TO PH-RUN-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE MIN-GPA TO PL-MIN-GPA.
           MOVE MIN-PACE TO PL-MIN-PACE.
           MOVE TIMEFRAME-PCT TO PL-TIMEFRAME-PCT.
           MOVE PRINT-LIMITS-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE PRINT-LEGEND-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           PERFORM B60-RETURN-PARA UNTIL SORT-EOF-SW = "YES".
           MOVE EVALUATED-COUNT TO PT-EVALUATED-COUNT.
           MOVE MEETS-COUNT TO PT-MEETS-COUNT.
           MOVE WARNING-COUNT TO PT-WARNING-COUNT.
           MOVE PRINT-TOTAL-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE SUSPEND-COUNT TO PT-SUSPEND-COUNT.
           MOVE PROBATION-COUNT TO PT-PROBATION-COUNT.
           MOVE PRINT-TOTAL-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           CLOSE PRINT-FILE.
      *
      *
       B60-RETURN-PARA.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO SORT-EOF-SW
               NOT AT END
                   PERFORM C70-EXCEPTION-LINE-PARA
           END-RETURN.
      *
      *
       C70-EXCEPTION-LINE-PARA.
           IF SR-STATUS NOT = STATUS-HOLD
               MOVE SR-STATUS TO STATUS-HOLD
               PERFORM C80-STATUS-HEADING-PARA
           END-IF.
           MOVE SR-STUDENT-ID TO PD-STUDENT-ID.
           MOVE SR-LASTN TO PD-LASTN.
           MOVE SR-FIRSTN TO PD-FIRSTN.
           MOVE SR-MAJOR-CODE TO PD-MAJOR-CODE.
           MOVE SR-GPA TO PD-GPA.
           MOVE SR-PACE TO PD-PACE.
           MOVE SR-ATTEMPTED TO PD-ATTEMPTED.
           MOVE SR-MAX-UNITS TO PD-MAX-UNITS.
           MOVE "-" TO PD-GPA-FLAG
                       PD-PACE-FLAG
                       PD-TIME-FLAG.
           IF SR-GPA-TEST = "F"
               MOVE "G" TO PD-GPA-FLAG
           END-IF.
           IF SR-PACE-TEST = "F"
               MOVE "P" TO PD-PACE-FLAG
           END-IF.
           IF SR-TIME-TEST = "F"
               MOVE "T" TO PD-TIME-FLAG
           END-IF.
           MOVE SR-PRIOR-STATUS TO PD-PRIOR-STATUS.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       C80-STATUS-HEADING-PARA.
           EVALUATE SR-STATUS
               WHEN "S"
                   MOVE "SAP SUSPENSION" TO PS-STATUS-DESC
               WHEN "P"
                   MOVE "PROBATION ON APPEAL" TO PS-STATUS-DESC
               WHEN OTHER
                   MOVE "SAP WARNING" TO PS-STATUS-DESC
           END-EVALUATE.
           MOVE PRINT-STATUS-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
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
