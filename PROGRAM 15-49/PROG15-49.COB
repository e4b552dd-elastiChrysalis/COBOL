       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-49.
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
      * TERM ENROLLMENT STATUS CERTIFICATION.  THE OPERATOR KEYS THE
      * TERM BEING CERTIFIED AND THE PROGRAM DECIDES FROM TERMCTL.DAI
      * WHERE THE UNITS COME FROM: WHILE THE TERM IS OPEN (NO
      * TERMCTL.DAI ROW, OR TC-STATUS "O") THEY ARE THE CONFIRMED
      * ENROLL.DAI ROWS (EN-STATUS "C") FOR THE TERM, THE SAME ROWS
      * PROGRAM-15-38 BILLS; ONCE PROGRAM-15-35 HAS CLOSED THE TERM
      * THEY ARE THE TERM'S STUTRANS.DAI ROWS, LESS WITHDRAWALS
      * (GRADE W) AND TRANSFER CREDIT (GRADE T), WHICH WERE NEVER
      * UNITS CARRIED AT THIS INSTITUTION THAT TERM.  A STUDENT WITH
      * NO QUALIFYING ROW FOR THE TERM WAS NOT ENROLLED IN IT AND IS
      * NOT CERTIFIED.
      *
      * THE LOAD IS CLASSED AGAINST THE THRESHOLDS ON THE
      * CERTIFICATION PARAMETER FILE (CERTPARM.DAT - A REQUIRED
      * "*****" DEFAULT ROW, PLUS A ROW FOR ANY TERM, SUCH AS A
      * SUMMER SESSION, WHOSE THRESHOLDS DIFFER): F = FULL-TIME AT OR
      * ABOVE THE FULL-TIME UNITS, H = HALF-TIME AT OR ABOVE THE
      * HALF-TIME UNITS, L = LESS THAN HALF-TIME BELOW THAT.  THE
      * DEFAULT ROW ALSO CARRIES THE SCHOOL CODE THE CLEARINGHOUSE
      * KNOWS US BY.  WITHOUT A USABLE ROW FOR THE TERM NOTHING IS
      * CERTIFIED.
      *
      * EVERY STUDENT CERTIFIED GETS ONE DETAIL RECORD ON THE
      * CLEARINGHOUSE ENROLLMENT REPORTING FILE (ENRCERT.DAT),
      * BRACKETED BY A HEADER RECORD CARRYING THE SCHOOL CODE, TERM,
      * UNIT SOURCE, AND THRESHOLDS AND A TRAILER RECORD CARRYING THE
      * COUNTS BY STATUS THE CLEARINGHOUSE BALANCES TO.  LIKE THE
      * BURSAR CHARGE FILE, EACH RUN WRITES THE WHOLE TERM AS IT
      * STANDS THAT DAY AND REPLACES THE PREVIOUS SUBMISSION.  THE
      * CERTIFICATION REGISTER (CERTREG.PRT) LISTS EVERY STUDENT
      * CERTIFIED WITH UNITS AND STATUS, FLAGGING "*NU*" ANY STUDENT
      * WITH A CONFIRMED ROW THAT CARRIES NO UNIT COUNT, AND CLOSES
      * WITH THE COUNTS BY STATUS.
      *
      * A STUDENT WITH AN ACTIVE HOLD (ANY HOLDS.DAI ROW NOT YET
      * RELEASED - THE SAME TEST PROGRAM-15-34 APPLIES BEFORE A
      * TRANSCRIPT OR EXTRACT IS RELEASED) IS NOT CERTIFIED AND GETS
      * NO LETTER; HELD STUDENTS WHO WOULD OTHERWISE HAVE BEEN
      * REPORTED ARE LISTED ON THEIR OWN PAGE AT THE END OF THE
      * REGISTER SO THE RECORDS OFFICE CAN SEND THEM BACK TO THE
      * PLACING OFFICE.
      *
      * VERIFICATION LETTERS FOR LENDERS, INSURERS, AND THE VA ARE
      * PRINTED ON DEMAND: WHEN THE RECORDS OFFICE HAS KEYED A
      * REQUEST FILE (VERIFREQ.DAT, ONE STUDENT-ID PER ROW) THE RUN
      * PRINTS ONE LETTER PER REQUESTED STUDENT (VERIFLTR.PRT),
      * ADDRESSED FROM THE CURRENT STUADDR.DAI MAILING ADDRESS THE
      * SAME WAY THE PROGRAM-15-16 AND 15-17 MAILINGS ARE, STATING
      * THE TERM, UNITS, AND STATUS.  A REQUEST FOR AN ID NOT ON
      * FILE, A HELD STUDENT, OR A STUDENT NOT ENROLLED IN THE TERM
      * GETS NO LETTER, AND A LETTER THAT PRINTED WITHOUT A MAILING
      * ADDRESS IS FLAGGED ON THE PAGE; ALL OF THESE ARE LISTED
      * TOGETHER AFTER THE LETTERS.  WITH NO REQUEST FILE ON HAND
      * ONLY THE REPORTING FILE AND REGISTER ARE PRODUCED.
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
               ASSIGN TO "CERTPARM.DAT"
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT TERMCTL-FILE
               ASSIGN TO "TERMCTL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT IND-STUD-FILE
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES
               FILE STATUS IS EN-FILE-STATUS.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HLD-FILE-STATUS.
           SELECT ADDR-FILE
               ASSIGN TO "STUADDR.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADR-FILE-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO "VERIFREQ.DAT"
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT CERT-FILE
               ASSIGN TO "ENRCERT.DAT".
           SELECT PRINT-FILE
               ASSIGN TO "CERTREG.PRT".
           SELECT LETTER-FILE
               ASSIGN TO "VERIFLTR.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      * MAINTAINED BY THE RECORDS OFFICE WITH THE EDITOR.  THE "*****"
      * ROW IS THE DEFAULT AND THE ONLY ROW WHOSE SCHOOL CODE IS USED;
      * A ROW FOR A PARTICULAR TERM SUPPLIES ONLY THAT TERM'S UNIT
      * THRESHOLDS.
      *
       FD  PARM-FILE
             RECORD CONTAINS 20 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS PARM-REC.
      *
       01  PARM-REC.
           05  CP-TERM-ID             PIC X(5).
           05  CP-FT-UNITS            PIC 9(2).
           05  CP-HT-UNITS            PIC 9(2).
           05  CP-SCHOOL-CODE         PIC X(8).
           05  FILLER                 PIC X(3).
      *
       COPY FDTERM OF LIBRARY.
      *
       COPY FDSTUDENT OF LIBRARY.
      *
       COPY FDENROLL OF LIBRARY.
      *
       COPY FDTRANS OF LIBRARY.
      *
       COPY FDHOLD OF LIBRARY.
      *
       COPY FDADDR OF LIBRARY.
      *
      * ONE ROW PER LETTER REQUESTED, KEYED BY THE RECORDS OFFICE
      * FROM THE REQUESTS THAT CAME IN SINCE THE LAST RUN.
      *
       FD  REQUEST-FILE
             RECORD CONTAINS 20 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS REQUEST-REC.
      *
       01  REQUEST-REC.
           05  VR-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(11).
      *
      * CLEARINGHOUSE ENROLLMENT REPORTING FILE.  CE-REC-TYPE "H" IS
      * THE HEADER, "D" ONE STUDENT'S CERTIFICATION, "T" THE TRAILER;
      * THE TYPE TELLS THE CLEARINGHOUSE WHICH VIEW OF THE RECORD
      * APPLIES.  CE-HDR-SOURCE IS E (ENROLL.DAI, TERM OPEN) OR T
      * (STUTRANS.DAI, TERM CLOSED).  CE-LOAD-STATUS IS F, H, OR L.
      *
       FD  CERT-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS CERT-REC.
      *
       01  CERT-REC.
           05  CE-REC-TYPE            PIC X.
           05  CE-DETAIL-DATA.
               10  CE-STUDENT-ID      PIC 9(9).
               10  CE-LASTN           PIC X(14).
               10  CE-FIRSTN          PIC X(10).
               10  CE-MAJOR-CODE      PIC X(3).
               10  CE-TERM-ID         PIC X(5).
               10  CE-UNITS           PIC 9(3).
               10  CE-LOAD-STATUS     PIC X.
               10  CE-CERT-DATE       PIC 9(8).
               10  FILLER             PIC X(26).
           05  CE-HEADER-DATA REDEFINES CE-DETAIL-DATA.
               10  CE-HDR-SCHOOL-CODE PIC X(8).
               10  CE-HDR-TERM-ID     PIC X(5).
               10  CE-HDR-SOURCE      PIC X.
               10  CE-HDR-RUN-DATE    PIC 9(8).
               10  CE-HDR-FT-UNITS    PIC 9(2).
               10  CE-HDR-HT-UNITS    PIC 9(2).
               10  FILLER             PIC X(53).
           05  CE-TRAILER-DATA REDEFINES CE-DETAIL-DATA.
               10  CE-TRL-COUNT       PIC 9(7).
               10  CE-TRL-FT-COUNT    PIC 9(7).
               10  CE-TRL-HT-COUNT    PIC 9(7).
               10  CE-TRL-LT-COUNT    PIC 9(7).
               10  FILLER             PIC X(51).
      *
       FD  PRINT-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS PRINT-REC.
      *
       01  PRINT-REC                  PIC X(80).
      *
       FD  LETTER-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS LETTER-REC.
      *
       01  LETTER-REC                 PIC X(80).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  PROGRAM-SWITCHES.
           05  STU-EOF-SW             PIC XXX VALUE "NO".
           05  REQ-EOF-SW             PIC X VALUE "N".
           05  PARM-EOF-SW            PIC X VALUE "N".
           05  PARM-FOUND-SW          PIC X VALUE "N".
           05  TERM-PARM-SW           PIC X VALUE "N".
           05  RUN-OK-SW              PIC X VALUE "N".
           05  UNIT-SCAN-SW           PIC X VALUE "N".
           05  NO-UNITS-SW            PIC X VALUE "N".
      *
       01  PRM-FILE-STATUS            PIC XX.
       01  TRM-FILE-STATUS            PIC XX.
       01  EN-FILE-STATUS             PIC XX.
       01  TRN-FILE-STATUS            PIC XX.
       01  REQ-FILE-STATUS            PIC XX.
      *
      * HOLD-FILE-SW AND ADDR-FILE-SW ARE SET RIGHT AFTER THE OPENS SO
      * A SITE WITHOUT HOLDS.DAI OR STUADDR.DAI STILL CERTIFIES - NO
      * ONE IS HELD, AND THE LETTERS GO OUT UNADDRESSED.
      *
       01  HLD-FILE-STATUS            PIC XX.
       01  HOLD-FILE-SW               PIC X VALUE "N".
       01  ACTIVE-HOLD-SW             PIC X VALUE "N".
       01  HOLD-SCAN-SW               PIC X VALUE "N".
      *
       01  ADR-FILE-STATUS            PIC XX.
       01  ADDR-FILE-SW               PIC X VALUE "N".
       01  ADDR-FOUND-SW              PIC X VALUE "N".
       01  ADDR-SCAN-SW               PIC X VALUE "N".
      *
       01  MAIL-ADDRESS.
           05  MAIL-LINE-1            PIC X(25).
           05  MAIL-LINE-2            PIC X(25).
           05  MAIL-CITY              PIC X(15).
           05  MAIL-STATE             PIC X(2).
           05  MAIL-ZIP               PIC X(9).
      *
       01  RUN-TERM-ID                PIC X(5).
       01  TODAYS-DATE                PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TD-YEAR                PIC 9(4).
           05  TD-MONTH               PIC 9(2).
           05  TD-DAY                 PIC 9(2).
      *
      * UNIT-SOURCE IS "E" (ENROLL.DAI) UNLESS TERMCTL.DAI SAYS THE
      * TERM IS CLOSED, WHEN IT IS "T" (STUTRANS.DAI).
      *
       01  UNIT-SOURCE                PIC X VALUE "E".
      *
      * THE THRESHOLDS IN FORCE FOR THE RUN - THE TERM'S OWN ROW IF
      * IT HAS ONE, OTHERWISE THE DEFAULT ROW'S.
      *
       01  CERT-PARMS.
           05  TERM-FT-UNITS          PIC 9(2).
           05  TERM-HT-UNITS          PIC 9(2).
           05  DEFAULT-FT-UNITS       PIC 9(2).
           05  DEFAULT-HT-UNITS       PIC 9(2).
           05  SCHOOL-CODE            PIC X(8).
      *
      * THE STUDENT BEING FIGURED, WHETHER FROM THE MASTER WALK OR
      * FROM A LETTER REQUEST.
      *
       01  CERT-STUDENT-ID            PIC 9(9).
       01  CERT-ROW-COUNT             PIC 9(3).
       01  CERT-UNITS                 PIC 9(3).
       01  CERT-STATUS                PIC X.
       01  CERT-STATUS-TEXT           PIC X(20).
      *
       01  RUN-COUNTERS.
           05  STUDENT-READ-COUNT     PIC 9(7) VALUE ZERO.
           05  CERTIFIED-COUNT        PIC 9(7) VALUE ZERO.
           05  FT-COUNT               PIC 9(7) VALUE ZERO.
           05  HT-COUNT               PIC 9(7) VALUE ZERO.
           05  LT-COUNT               PIC 9(7) VALUE ZERO.
           05  HELD-TOTAL             PIC 9(7) VALUE ZERO.
           05  NO-UNITS-COUNT         PIC 9(5) VALUE ZERO.
           05  REQUEST-COUNT          PIC 9(5) VALUE ZERO.
           05  LETTER-COUNT           PIC 9(5) VALUE ZERO.
      *
      * HELD STUDENTS WHO WOULD OTHERWISE HAVE BEEN CERTIFIED, SAVED
      * UP FOR THEIR OWN PAGE AT THE END OF THE REGISTER.
      *
       01  HELD-TABLE.
           05  HELD-ENTRY OCCURS 200 TIMES.
               10  HL-STUDENT-ID      PIC 9(9).
               10  HL-LASTN           PIC X(14).
               10  HL-FIRSTN          PIC X(10).
               10  HL-UNITS           PIC 9(3).
               10  HL-STATUS-TEXT     PIC X(20).
       01  HELD-COUNT                 PIC 999 VALUE ZERO.
       01  HELD-SUB                   PIC 999.
       01  HELD-OVERFLOW-SW           PIC X VALUE "N".
      *
      * LETTER REQUESTS THAT GOT NO LETTER, OR A LETTER WITHOUT AN
      * ADDRESS, SAVED UP FOR THE EXCEPTION LIST AFTER THE LETTERS.
      *
       01  LETTER-EXCEPT-TABLE.
           05  LETTER-EXCEPT-ENTRY OCCURS 100 TIMES.
               10  LX-STUDENT-ID      PIC 9(9).
               10  LX-LASTN           PIC X(14).
               10  LX-FIRSTN          PIC X(10).
               10  LX-REASON          PIC X(36).
       01  LETTER-EXCEPT-COUNT        PIC 999 VALUE ZERO.
       01  LETTER-EXCEPT-SUB          PIC 999.
       01  LETTER-EXCEPT-OVERFLOW-SW  PIC X VALUE "N".
       01  EXCEPT-REASON              PIC X(36).
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(41) VALUE
               "*** ENROLLMENT CERTIFICATION REGISTER FOR".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PH-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(8) VALUE SPACES.
      *
       01  PRINT-PARM-LINE.
           05  FILLER                 PIC X(8) VALUE "SOURCE: ".
           05  PP-SOURCE              PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "FULL TIME: ".
           05  PP-FT-UNITS            PIC Z9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "HALF TIME: ".
           05  PP-HT-UNITS            PIC Z9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "SCHOOL: ".
           05  PP-SCHOOL-CODE         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(11) VALUE "STUDENT".
           05  FILLER                 PIC X(26) VALUE "NAME".
           05  FILLER                 PIC X(5) VALUE "MAJ".
           05  FILLER                 PIC X(6) VALUE "UNITS".
           05  FILLER                 PIC X(32) VALUE "STATUS".
      *
       01  PRINT-DETAIL-LINE.
           05  PD-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-LASTN               PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-FIRSTN              PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-MAJOR-CODE          PIC X(3).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PD-UNITS               PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-STATUS              PIC X.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-STATUS-TEXT         PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-NOTE                PIC X(4).
           05  FILLER                 PIC X(5) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-1.
           05  FILLER                 PIC X(20) VALUE
               "STUDENTS CERTIFIED: ".
           05  PT-CERTIFIED-COUNT     PIC ZZZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE
               "HELD - NOT CERTIFIED: ".
           05  PT-HELD-TOTAL          PIC ZZZZZZ9.
           05  FILLER                 PIC X(20) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-2.
           05  FILLER                 PIC X(11) VALUE "FULL-TIME: ".
           05  PT-FT-COUNT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "HALF-TIME: ".
           05  PT-HT-COUNT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE
               "LESS THAN HALF: ".
           05  PT-LT-COUNT            PIC ZZZZZZ9.
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       01  PRINT-TOTAL-LINE-3.
           05  FILLER                 PIC X(16) VALUE
               "ROWS NO UNITS: ".
           05  PT-NO-UNITS-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(59) VALUE SPACES.
      *
       01  PRINT-HELD-HEADING.
           05  FILLER                 PIC X(36) VALUE
               "*** ACTIVE HOLDS - NOT CERTIFIED ***".
           05  FILLER                 PIC X(44) VALUE SPACES.
      *
       01  PRINT-HELD-DETAIL.
           05  PL-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PL-LASTN               PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PL-FIRSTN              PIC X(10).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PL-UNITS               PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-STATUS-TEXT         PIC X(20).
           05  FILLER                 PIC X(15) VALUE SPACES.
      *
       01  PRINT-HELD-OVERFLOW.
           05  FILLER                 PIC X(44) VALUE
               "** EXCEPTION TABLE FULL - LIST INCOMPLETE **".
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
      * VERIFICATION LETTER LINES.
      *
       01  LETTER-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               "BAYVIEW INSTITUTE OF COMPUTER TECHNOLOGY".
           05  FILLER                 PIC X(40) VALUE SPACES.
      *
       01  LETTER-HEADING-2.
           05  FILLER                 PIC X(23) VALUE
               "OFFICE OF THE REGISTRAR".
           05  FILLER                 PIC X(57) VALUE SPACES.
      *
       01  LETTER-HEADING-3.
           05  FILLER                 PIC X(23) VALUE
               "ENROLLMENT VERIFICATION".
           05  FILLER                 PIC X(57) VALUE SPACES.
      *
       01  LETTER-DATE-LINE.
           05  FILLER                 PIC X(6) VALUE "DATE: ".
           05  LD-MONTH               PIC 9(2).
           05  FILLER                 PIC X(1) VALUE "/".
           05  LD-DAY                 PIC 9(2).
           05  FILLER                 PIC X(1) VALUE "/".
           05  LD-YEAR                PIC 9(4).
           05  FILLER                 PIC X(64) VALUE SPACES.
      *
       01  LETTER-NAME-LINE.
           05  LN-FIRSTN              PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  LN-LASTN               PIC X(14).
           05  FILLER                 PIC X(55) VALUE SPACES.
      *
       01  LETTER-ADDR-LINE.
           05  LA-TEXT                PIC X(25).
           05  FILLER                 PIC X(55) VALUE SPACES.
      *
       01  LETTER-CITY-LINE.
           05  LA-CITY                PIC X(15).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  LA-STATE               PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LA-ZIP                 PIC X(9).
           05  FILLER                 PIC X(51) VALUE SPACES.
      *
       01  LETTER-NO-ADDR-LINE.
           05  FILLER                 PIC X(34) VALUE
               "** NO MAILING ADDRESS ON FILE **".
           05  FILLER                 PIC X(46) VALUE SPACES.
      *
       01  LETTER-RE-LINE.
           05  FILLER                 PIC X(13) VALUE "RE: STUDENT  ".
           05  LR-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(58) VALUE SPACES.
      *
       01  LETTER-TEXT-1.
           05  FILLER                 PIC X(50) VALUE
               "THIS IS TO CERTIFY THAT THE STUDENT NAMED ABOVE IS".
           05  FILLER                 PIC X(30) VALUE SPACES.
      *
       01  LETTER-TEXT-2.
           05  FILLER                 PIC X(18) VALUE
               "ENROLLED FOR TERM ".
           05  LT-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(4) VALUE " IN ".
           05  LT-UNITS               PIC ZZ9.
           05  FILLER                 PIC X(7) VALUE " UNITS.".
           05  FILLER                 PIC X(43) VALUE SPACES.
      *
       01  LETTER-TEXT-3.
           05  FILLER                 PIC X(19) VALUE
               "ENROLLMENT STATUS: ".
           05  LT-STATUS-TEXT         PIC X(20).
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  LETTER-TEXT-4.
           05  FILLER                 PIC X(13) VALUE "FULL-TIME IS ".
           05  LT-FT-UNITS            PIC Z9.
           05  FILLER                 PIC X(29) VALUE
               " OR MORE UNITS; HALF-TIME IS ".
           05  LT-HT-UNITS            PIC Z9.
           05  FILLER                 PIC X(9) VALUE " OR MORE.".
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  LETTER-TEXT-5.
           05  LT-SOURCE-TEXT         PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.
      *
       01  LETTER-SIGNATURE.
           05  FILLER                 PIC X(23) VALUE
               "OFFICE OF THE REGISTRAR".
           05  FILLER                 PIC X(57) VALUE SPACES.
      *
       01  LETTER-EXCEPT-HEADING.
           05  FILLER                 PIC X(40) VALUE
               "*** VERIFICATION REQUESTS NEEDING ACTION".
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LETTER-EXCEPT-DETAIL.
           05  LE-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LE-LASTN               PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  LE-FIRSTN              PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LE-REASON              PIC X(36).
           05  FILLER                 PIC X(6) VALUE SPACES.
      *
       01  LETTER-EXCEPT-OVERFLOW.
           05  FILLER                 PIC X(44) VALUE
               "** EXCEPTION TABLE FULL - LIST INCOMPLETE **".
           05  FILLER                 PIC X(36) VALUE SPACES.
      *
       01  LETTER-TOTAL-LINE.
           05  FILLER                 PIC X(20) VALUE
               "REQUESTS READ:      ".
           05  LZ-REQUEST-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(17) VALUE
               "LETTERS PRINTED: ".
           05  LZ-LETTER-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(29) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           DISPLAY "ENTER TERM TO CERTIFY (E.G. 2027S):".
           ACCEPT RUN-TERM-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM B10-OPEN-PARA.
           IF RUN-OK-SW = "Y"
               PERFORM B20-STUDENT-PARA UNTIL STU-EOF-SW = "YES"
               PERFORM B40-REGISTER-TOTALS-PARA
               PERFORM B50-HELD-LIST-PARA
               PERFORM B60-LETTERS-PARA
               PERFORM B90-CLOSE-PARA
           END-IF.
           DISPLAY "STUDENTS READ:         " STUDENT-READ-COUNT.
           DISPLAY "STUDENTS CERTIFIED:    " CERTIFIED-COUNT.
           DISPLAY "HELD - NOT CERTIFIED:  " HELD-TOTAL.
           DISPLAY "LETTERS PRINTED:       " LETTER-COUNT.
           STOP RUN.
      *
      * NOTHING IS OPENED FOR OUTPUT UNTIL THE THRESHOLDS ARE KNOWN
      * AND THE TERM'S UNIT SOURCE IS ON HAND, SO AN ABORTED RUN
      * LEAVES THE PREVIOUS SUBMISSION FILE UNTOUCHED.
      *
       B10-OPEN-PARA.
           PERFORM B12-LOAD-PARM-PARA.
           IF PARM-FOUND-SW = "N"
               DISPLAY "NO USABLE DEFAULT (*****) ROW ON CERTPARM.DAT"
                   " - RUN ABORTED"
           ELSE
               IF TERM-HT-UNITS = ZERO OR
                  TERM-HT-UNITS > TERM-FT-UNITS
                   DISPLAY "UNUSABLE UNIT THRESHOLDS FOR TERM "
                       RUN-TERM-ID " - RUN ABORTED"
               ELSE
                   PERFORM B14-TERM-SOURCE-PARA
                   PERFORM B16-OPEN-SOURCE-PARA
               END-IF
           END-IF.
           IF RUN-OK-SW = "Y"
               OPEN INPUT IND-STUD-FILE
                    OUTPUT CERT-FILE
                           PRINT-FILE
               OPEN INPUT HOLD-FILE
               IF HLD-FILE-STATUS = "00"
                   MOVE "Y" TO HOLD-FILE-SW
               ELSE
                   MOVE "N" TO HOLD-FILE-SW
               END-IF
               PERFORM B18-HEADINGS-PARA
           END-IF.
      *
      * THE PARAMETER FILE IS READ WHOLE.  A ROW WHOSE THRESHOLDS ARE
      * NOT NUMERIC IS PASSED OVER, AND WITHOUT A GOOD "*****" ROW NO
      * STUDENT IS CERTIFIED - NOTHING IS CERTIFIED FROM A DAMAGED
      * TABLE.
      *
       B12-LOAD-PARM-PARA.
           OPEN INPUT PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               PERFORM C12-READ-PARM-PARA UNTIL PARM-EOF-SW = "Y"
               CLOSE PARM-FILE
           END-IF.
           IF TERM-PARM-SW = "N"
               MOVE DEFAULT-FT-UNITS TO TERM-FT-UNITS
               MOVE DEFAULT-HT-UNITS TO TERM-HT-UNITS
           END-IF.
      *
      *
       C12-READ-PARM-PARA.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SW
               NOT AT END
                   IF CP-FT-UNITS NUMERIC AND
                      CP-HT-UNITS NUMERIC
                       PERFORM C14-KEEP-PARM-PARA
                   END-IF
           END-READ.
      *
      *
       C14-KEEP-PARM-PARA.
           IF CP-TERM-ID = "*****"
               MOVE CP-FT-UNITS TO DEFAULT-FT-UNITS
               MOVE CP-HT-UNITS TO DEFAULT-HT-UNITS
               MOVE CP-SCHOOL-CODE TO SCHOOL-CODE
               MOVE "Y" TO PARM-FOUND-SW
           ELSE
               IF CP-TERM-ID = RUN-TERM-ID
                   MOVE CP-FT-UNITS TO TERM-FT-UNITS
                   MOVE CP-HT-UNITS TO TERM-HT-UNITS
                   MOVE "Y" TO TERM-PARM-SW
               END-IF
           END-IF.
      *
      * A TERM WITH NO TERMCTL.DAI ROW, OR NO TERMCTL.DAI AT ALL, IS
      * OPEN AND IS CERTIFIED FROM ENROLL.DAI.
      *
       B14-TERM-SOURCE-PARA.
           MOVE "E" TO UNIT-SOURCE.
           OPEN INPUT TERMCTL-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE RUN-TERM-ID TO TC-TERM-ID
               READ TERMCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TC-STATUS = "C"
                           MOVE "T" TO UNIT-SOURCE
                       END-IF
               END-READ
               CLOSE TERMCTL-FILE
           END-IF.
      *
      * ONLY THE ONE UNIT SOURCE THE TERM CALLS FOR IS OPENED.
      *
       B16-OPEN-SOURCE-PARA.
           IF UNIT-SOURCE = "T"
               OPEN INPUT IND-TRANS-FILE
               IF TRN-FILE-STATUS = "00"
                   MOVE "Y" TO RUN-OK-SW
               ELSE
                   DISPLAY "NO TRANSCRIPT FILE ON HAND FOR CLOSED TERM"
                       " - RUN ABORTED"
               END-IF
           ELSE
               OPEN INPUT ENROLL-FILE
               IF EN-FILE-STATUS = "00"
                   MOVE "Y" TO RUN-OK-SW
               ELSE
                   DISPLAY
                       "NO ENROLLMENT FILE ON HAND - NOTHING TO CERTIFY"
               END-IF
           END-IF.
      *
      *
       B18-HEADINGS-PARA.
           MOVE SPACES TO CERT-REC.
           MOVE "H" TO CE-REC-TYPE.
           MOVE SCHOOL-CODE TO CE-HDR-SCHOOL-CODE.
           MOVE RUN-TERM-ID TO CE-HDR-TERM-ID.
           MOVE UNIT-SOURCE TO CE-HDR-SOURCE.
           MOVE TODAYS-DATE TO CE-HDR-RUN-DATE.
           MOVE TERM-FT-UNITS TO CE-HDR-FT-UNITS.
           MOVE TERM-HT-UNITS TO CE-HDR-HT-UNITS.
           WRITE CERT-REC.
           MOVE RUN-TERM-ID TO PH-TERM-ID.
           MOVE TODAYS-DATE TO PH-RUN-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           IF UNIT-SOURCE = "T"
               MOVE "TRANSCRIPT (CLOSED)" TO PP-SOURCE
           ELSE
               MOVE "ENROLLMENT (OPEN)" TO PP-SOURCE
           END-IF.
           MOVE TERM-FT-UNITS TO PP-FT-UNITS.
           MOVE TERM-HT-UNITS TO PP-HT-UNITS.
           MOVE SCHOOL-CODE TO PP-SCHOOL-CODE.
           MOVE PRINT-PARM-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * THE MASTER IS WALKED IN ID ORDER SO THE SUBMISSION FILE AND
      * THE REGISTER COME OUT IN ID ORDER.
      *
       B20-STUDENT-PARA.
           READ IND-STUD-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO STU-EOF-SW
               NOT AT END
                   ADD 1 TO STUDENT-READ-COUNT
                   PERFORM C20-CERTIFY-PARA
           END-READ.
      *
      *
       C20-CERTIFY-PARA.
           MOVE STUDENT-ID TO CERT-STUDENT-ID.
           PERFORM C30-COUNT-UNITS-PARA.
           IF CERT-ROW-COUNT NOT = ZERO
               PERFORM C40-CLASSIFY-PARA
               PERFORM C50-CHECK-HOLD-PARA
               IF ACTIVE-HOLD-SW = "Y"
                   ADD 1 TO HELD-TOTAL
                   PERFORM C26-SAVE-HELD-PARA
               ELSE
                   PERFORM C22-WRITE-CERT-PARA
                   PERFORM C24-REGISTER-LINE-PARA
               END-IF
           END-IF.
      *
      *
       C22-WRITE-CERT-PARA.
           ADD 1 TO CERTIFIED-COUNT.
           EVALUATE CERT-STATUS
               WHEN "F"
                   ADD 1 TO FT-COUNT
               WHEN "H"
                   ADD 1 TO HT-COUNT
               WHEN OTHER
                   ADD 1 TO LT-COUNT
           END-EVALUATE.
           MOVE SPACES TO CERT-REC.
           MOVE "D" TO CE-REC-TYPE.
           MOVE STUDENT-ID TO CE-STUDENT-ID.
           MOVE LASTN TO CE-LASTN.
           MOVE FIRSTN TO CE-FIRSTN.
           MOVE MAJOR-CODE TO CE-MAJOR-CODE.
           MOVE RUN-TERM-ID TO CE-TERM-ID.
           MOVE CERT-UNITS TO CE-UNITS.
           MOVE CERT-STATUS TO CE-LOAD-STATUS.
           MOVE TODAYS-DATE TO CE-CERT-DATE.
           WRITE CERT-REC.
      *
      *
       C24-REGISTER-LINE-PARA.
           MOVE STUDENT-ID TO PD-STUDENT-ID.
           MOVE LASTN TO PD-LASTN.
           MOVE FIRSTN TO PD-FIRSTN.
           MOVE MAJOR-CODE TO PD-MAJOR-CODE.
           MOVE CERT-UNITS TO PD-UNITS.
           MOVE CERT-STATUS TO PD-STATUS.
           MOVE CERT-STATUS-TEXT TO PD-STATUS-TEXT.
           IF NO-UNITS-SW = "Y"
               MOVE "*NU*" TO PD-NOTE
           ELSE
               MOVE SPACES TO PD-NOTE
           END-IF.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       C26-SAVE-HELD-PARA.
           IF HELD-COUNT < 200
               ADD 1 TO HELD-COUNT
               MOVE STUDENT-ID TO HL-STUDENT-ID (HELD-COUNT)
               MOVE LASTN TO HL-LASTN (HELD-COUNT)
               MOVE FIRSTN TO HL-FIRSTN (HELD-COUNT)
               MOVE CERT-UNITS TO HL-UNITS (HELD-COUNT)
               MOVE CERT-STATUS-TEXT TO HL-STATUS-TEXT (HELD-COUNT)
           ELSE
               MOVE "Y" TO HELD-OVERFLOW-SW
           END-IF.
      *
      * FIGURES CERT-STUDENT-ID'S UNITS FOR THE TERM FROM WHICHEVER
      * SOURCE THE TERM CALLS FOR.  CERT-ROW-COUNT IS THE NUMBER OF
      * QUALIFYING ROWS - ZERO MEANS NOT ENROLLED IN THE TERM.  A
      * CONFIRMED ROW WITHOUT A UNIT COUNT (WRITTEN BEFORE EN-UNITS
      * WAS CARRIED) STILL MAKES THE STUDENT ENROLLED BUT ADDS
      * NOTHING, AND SETS NO-UNITS-SW.
      *
       C30-COUNT-UNITS-PARA.
           MOVE ZERO TO CERT-ROW-COUNT.
           MOVE ZERO TO CERT-UNITS.
           MOVE "N" TO NO-UNITS-SW.
           MOVE "N" TO UNIT-SCAN-SW.
           IF UNIT-SOURCE = "T"
               MOVE CERT-STUDENT-ID TO STDNT-ID
               MOVE ZEROS TO REC-CNT
               START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO UNIT-SCAN-SW
               END-START
               PERFORM C34-TRANS-SCAN-PARA UNTIL UNIT-SCAN-SW = "Y"
           ELSE
               MOVE CERT-STUDENT-ID TO EN-STDNT-ID
               MOVE ZEROS TO EN-REC-CNT
               START ENROLL-FILE KEY NOT LESS THAN EN-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO UNIT-SCAN-SW
               END-START
               PERFORM C32-ENROLL-SCAN-PARA UNTIL UNIT-SCAN-SW = "Y"
           END-IF.
      *
      *
       C32-ENROLL-SCAN-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO UNIT-SCAN-SW
               NOT AT END
                   IF EN-STDNT-ID = CERT-STUDENT-ID
                       IF EN-TERM-ID = RUN-TERM-ID AND
                          EN-STATUS = "C"
                           ADD 1 TO CERT-ROW-COUNT
                           IF EN-UNITS NUMERIC
                               ADD EN-UNITS TO CERT-UNITS
                           ELSE
                               ADD 1 TO NO-UNITS-COUNT
                               MOVE "Y" TO NO-UNITS-SW
                           END-IF
                       END-IF
                   ELSE
                       MOVE "Y" TO UNIT-SCAN-SW
                   END-IF
           END-READ.
      *
      *
       C34-TRANS-SCAN-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO UNIT-SCAN-SW
               NOT AT END
                   IF STDNT-ID = CERT-STUDENT-ID
                       IF TERM-ID = RUN-TERM-ID AND
                          GRADE NOT = "W" AND
                          GRADE NOT = "T"
                           ADD 1 TO CERT-ROW-COUNT
                           IF UNITS NUMERIC
                               ADD UNITS TO CERT-UNITS
                           END-IF
                       END-IF
                   ELSE
                       MOVE "Y" TO UNIT-SCAN-SW
                   END-IF
           END-READ.
      *
      *
       C40-CLASSIFY-PARA.
           EVALUATE TRUE
               WHEN CERT-UNITS NOT < TERM-FT-UNITS
                   MOVE "F" TO CERT-STATUS
                   MOVE "FULL-TIME" TO CERT-STATUS-TEXT
               WHEN CERT-UNITS NOT < TERM-HT-UNITS
                   MOVE "H" TO CERT-STATUS
                   MOVE "HALF-TIME" TO CERT-STATUS-TEXT
               WHEN OTHER
                   MOVE "L" TO CERT-STATUS
                   MOVE "LESS THAN HALF-TIME" TO CERT-STATUS-TEXT
           END-EVALUATE.
      *
      * AN ACTIVE HOLD IS ANY HOLDS.DAI ROW FOR THE STUDENT WHOSE
      * RELEASED DATE IS STILL ZERO.
      *
       C50-CHECK-HOLD-PARA.
           MOVE "N" TO ACTIVE-HOLD-SW.
           IF HOLD-FILE-SW = "Y"
               MOVE "N" TO HOLD-SCAN-SW
               MOVE CERT-STUDENT-ID TO HD-STUDENT-ID
               MOVE SPACES TO HD-HOLD-TYPE
               START HOLD-FILE KEY NOT LESS THAN HD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-SCAN-SW
               END-START
               PERFORM C52-HOLD-SCAN-PARA UNTIL HOLD-SCAN-SW = "Y"
           END-IF.
      *
      *
       C52-HOLD-SCAN-PARA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-SCAN-SW
               NOT AT END
                   IF HD-STUDENT-ID = CERT-STUDENT-ID
                       IF HD-RELEASED-DATE = ZEROS
                           MOVE "Y" TO ACTIVE-HOLD-SW
                           MOVE "Y" TO HOLD-SCAN-SW
                       END-IF
                   ELSE
                       MOVE "Y" TO HOLD-SCAN-SW
                   END-IF
           END-READ.
      *
      *
       B40-REGISTER-TOTALS-PARA.
           MOVE SPACES TO CERT-REC.
           MOVE "T" TO CE-REC-TYPE.
           MOVE CERTIFIED-COUNT TO CE-TRL-COUNT.
           MOVE FT-COUNT TO CE-TRL-FT-COUNT.
           MOVE HT-COUNT TO CE-TRL-HT-COUNT.
           MOVE LT-COUNT TO CE-TRL-LT-COUNT.
           WRITE CERT-REC.
           MOVE CERTIFIED-COUNT TO PT-CERTIFIED-COUNT.
           MOVE HELD-TOTAL TO PT-HELD-TOTAL.
           MOVE PRINT-TOTAL-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE FT-COUNT TO PT-FT-COUNT.
           MOVE HT-COUNT TO PT-HT-COUNT.
           MOVE LT-COUNT TO PT-LT-COUNT.
           MOVE PRINT-TOTAL-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           IF UNIT-SOURCE = "E"
               MOVE NO-UNITS-COUNT TO PT-NO-UNITS-COUNT
               MOVE PRINT-TOTAL-LINE-3 TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
      *
      * HELD STUDENTS ON A PAGE OF THEIR OWN, SO THE RECORDS OFFICE
      * DOES NOT HAVE TO LOOK FOR THE GAPS IN THE REGISTER.
      *
       B50-HELD-LIST-PARA.
           IF HELD-COUNT NOT = ZERO
               MOVE PRINT-HELD-HEADING TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING PAGE
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
               PERFORM C55-HELD-LINE-PARA
                   VARYING HELD-SUB FROM 1 BY 1
                   UNTIL HELD-SUB > HELD-COUNT
               IF HELD-OVERFLOW-SW = "Y"
                   MOVE PRINT-HELD-OVERFLOW TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 2 LINES
               END-IF
           END-IF.
      *
      *
       C55-HELD-LINE-PARA.
           MOVE HL-STUDENT-ID (HELD-SUB) TO PL-STUDENT-ID.
           MOVE HL-LASTN (HELD-SUB) TO PL-LASTN.
           MOVE HL-FIRSTN (HELD-SUB) TO PL-FIRSTN.
           MOVE HL-UNITS (HELD-SUB) TO PL-UNITS.
           MOVE HL-STATUS-TEXT (HELD-SUB) TO PL-STATUS-TEXT.
           MOVE PRINT-HELD-DETAIL TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * LETTERS ARE PRINTED ONLY WHEN A REQUEST FILE IS ON HAND; THE
      * REQUESTS ARE TAKEN IN THE ORDER KEYED.
      *
       B60-LETTERS-PARA.
           OPEN INPUT REQUEST-FILE.
           IF REQ-FILE-STATUS = "00"
               OPEN OUTPUT LETTER-FILE
               OPEN INPUT ADDR-FILE
               IF ADR-FILE-STATUS = "00"
                   MOVE "Y" TO ADDR-FILE-SW
               ELSE
                   MOVE "N" TO ADDR-FILE-SW
               END-IF
               PERFORM C60-REQUEST-PARA UNTIL REQ-EOF-SW = "Y"
               PERFORM C80-LETTER-EXCEPT-PARA
               IF ADDR-FILE-SW = "Y"
                   CLOSE ADDR-FILE
               END-IF
               CLOSE REQUEST-FILE
                     LETTER-FILE
           END-IF.
      *
      *
       C60-REQUEST-PARA.
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO REQ-EOF-SW
               NOT AT END
                   ADD 1 TO REQUEST-COUNT
                   PERFORM C62-VERIFY-PARA
           END-READ.
      *
      * A REQUEST IS FIGURED FRESH FROM THE SAME PARAGRAPHS THE
      * REGISTER USES, SO THE LETTER AND THE SUBMISSION FILE CAN
      * NEVER DISAGREE.
      *
       C62-VERIFY-PARA.
           MOVE SPACES TO LASTN FIRSTN.
           IF VR-STUDENT-ID NOT NUMERIC
               MOVE ZEROS TO CERT-STUDENT-ID
               MOVE "INVALID STUDENT ID ON REQUEST" TO EXCEPT-REASON
               PERFORM C78-SAVE-EXCEPT-PARA
           ELSE
               MOVE VR-STUDENT-ID TO CERT-STUDENT-ID
               MOVE VR-STUDENT-ID TO STUDENT-ID
               READ IND-STUD-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE - NO LETTER" TO EXCEPT-REASON
                       PERFORM C78-SAVE-EXCEPT-PARA
                   NOT INVALID KEY
                       PERFORM C64-ELIGIBLE-PARA
               END-READ
           END-IF.
      *
      *
       C64-ELIGIBLE-PARA.
           PERFORM C50-CHECK-HOLD-PARA.
           IF ACTIVE-HOLD-SW = "Y"
               MOVE "ACTIVE HOLD - NO LETTER" TO EXCEPT-REASON
               PERFORM C78-SAVE-EXCEPT-PARA
           ELSE
               PERFORM C30-COUNT-UNITS-PARA
               IF CERT-ROW-COUNT = ZERO
                   MOVE "NOT ENROLLED IN TERM - NO LETTER" TO
                       EXCEPT-REASON
                   PERFORM C78-SAVE-EXCEPT-PARA
               ELSE
                   PERFORM C40-CLASSIFY-PARA
                   PERFORM C66-PRINT-LETTER-PARA
               END-IF
           END-IF.
      *
      * ONE LETTER PER PAGE, ADDRESS BLOCK PLACED FOR A WINDOW
      * ENVELOPE.
      *
       C66-PRINT-LETTER-PARA.
           ADD 1 TO LETTER-COUNT.
           MOVE LETTER-HEADING-1 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING PAGE.
           MOVE LETTER-HEADING-2 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
           MOVE LETTER-HEADING-3 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 2 LINES.
           MOVE TD-MONTH TO LD-MONTH.
           MOVE TD-DAY TO LD-DAY.
           MOVE TD-YEAR TO LD-YEAR.
           MOVE LETTER-DATE-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 2 LINES.
           MOVE FIRSTN TO LN-FIRSTN.
           MOVE LASTN TO LN-LASTN.
           MOVE LETTER-NAME-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 3 LINES.
           PERFORM C67-FIND-ADDRESS-PARA.
           IF ADDR-FOUND-SW = "Y"
               PERFORM C69-ADDRESS-BLOCK-PARA
           ELSE
               MOVE LETTER-NO-ADDR-LINE TO LETTER-REC
               WRITE LETTER-REC AFTER ADVANCING 1 LINE
               MOVE "NO MAILING ADDRESS - LETTER PRINTED" TO
                   EXCEPT-REASON
               PERFORM C78-SAVE-EXCEPT-PARA
           END-IF.
           MOVE CERT-STUDENT-ID TO LR-STUDENT-ID.
           MOVE LETTER-RE-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 3 LINES.
           PERFORM C72-LETTER-BODY-PARA.
      *
      * THE CURRENT MAILING ADDRESS IS THE TYPE-M STUADDR.DAI ROW
      * WITH THE HIGHEST EFFECTIVE DATE - THE ROWS LIE IN KEY ORDER,
      * SO THE LAST TYPE-M ROW READ FOR THE STUDENT WINS.  A ROW
      * WHOSE FIRST ADDRESS LINE IS BLANK IS NOT USABLE FOR MAILING.
      *
       C67-FIND-ADDRESS-PARA.
           MOVE "N" TO ADDR-FOUND-SW.
           IF ADDR-FILE-SW = "Y"
               MOVE "N" TO ADDR-SCAN-SW
               MOVE CERT-STUDENT-ID TO AD-STUDENT-ID
               MOVE "M" TO AD-ADDR-TYPE
               MOVE ZEROS TO AD-EFF-DATE
               START ADDR-FILE KEY NOT LESS THAN AD-KEY
                   INVALID KEY
                       MOVE "Y" TO ADDR-SCAN-SW
               END-START
               PERFORM C68-ADDR-SCAN-PARA UNTIL ADDR-SCAN-SW = "Y"
           END-IF.
      *
      *
       C68-ADDR-SCAN-PARA.
           READ ADDR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ADDR-SCAN-SW
               NOT AT END
                   IF AD-STUDENT-ID = CERT-STUDENT-ID AND
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
                       MOVE "Y" TO ADDR-SCAN-SW
                   END-IF
           END-READ.
      *
      *
       C69-ADDRESS-BLOCK-PARA.
           MOVE MAIL-LINE-1 TO LA-TEXT.
           MOVE LETTER-ADDR-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
           IF MAIL-LINE-2 NOT = SPACES
               MOVE MAIL-LINE-2 TO LA-TEXT
               MOVE LETTER-ADDR-LINE TO LETTER-REC
               WRITE LETTER-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE MAIL-CITY TO LA-CITY.
           MOVE MAIL-STATE TO LA-STATE.
           MOVE MAIL-ZIP TO LA-ZIP.
           MOVE LETTER-CITY-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
      *
      *
       C72-LETTER-BODY-PARA.
           MOVE LETTER-TEXT-1 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 2 LINES.
           MOVE RUN-TERM-ID TO LT-TERM-ID.
           MOVE CERT-UNITS TO LT-UNITS.
           MOVE LETTER-TEXT-2 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
           MOVE CERT-STATUS-TEXT TO LT-STATUS-TEXT.
           MOVE LETTER-TEXT-3 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
           MOVE TERM-FT-UNITS TO LT-FT-UNITS.
           MOVE TERM-HT-UNITS TO LT-HT-UNITS.
           MOVE LETTER-TEXT-4 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 2 LINES.
           IF UNIT-SOURCE = "T"
               MOVE
                   "UNITS SHOWN ARE AS RECORDED FOR THE COMPLETED TERM."
                   TO LT-SOURCE-TEXT
           ELSE
               MOVE "UNITS SHOWN ARE AS CURRENTLY REGISTERED."
                   TO LT-SOURCE-TEXT
           END-IF.
           MOVE LETTER-TEXT-5 TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
           MOVE LETTER-SIGNATURE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 3 LINES.
      *
      *
       C78-SAVE-EXCEPT-PARA.
           IF LETTER-EXCEPT-COUNT < 100
               ADD 1 TO LETTER-EXCEPT-COUNT
               MOVE CERT-STUDENT-ID TO
                   LX-STUDENT-ID (LETTER-EXCEPT-COUNT)
               MOVE LASTN TO LX-LASTN (LETTER-EXCEPT-COUNT)
               MOVE FIRSTN TO LX-FIRSTN (LETTER-EXCEPT-COUNT)
               MOVE EXCEPT-REASON TO LX-REASON (LETTER-EXCEPT-COUNT)
           ELSE
               MOVE "Y" TO LETTER-EXCEPT-OVERFLOW-SW
           END-IF.
      *
      * EXCEPTION LIST FOR THE RECORDS OFFICE AFTER THE LETTERS -
      * EVERY REQUEST THAT GOT NO LETTER AND EVERY LETTER THAT
      * PRINTED WITHOUT A MAILING ADDRESS, WITH THE REQUEST COUNTS.
      *
       C80-LETTER-EXCEPT-PARA.
           MOVE LETTER-EXCEPT-HEADING TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
           PERFORM C82-LETTER-EXCEPT-LINE-PARA
               VARYING LETTER-EXCEPT-SUB FROM 1 BY 1
               UNTIL LETTER-EXCEPT-SUB > LETTER-EXCEPT-COUNT.
           IF LETTER-EXCEPT-OVERFLOW-SW = "Y"
               MOVE LETTER-EXCEPT-OVERFLOW TO LETTER-REC
               WRITE LETTER-REC AFTER ADVANCING 2 LINES
           END-IF.
           MOVE REQUEST-COUNT TO LZ-REQUEST-COUNT.
           MOVE LETTER-COUNT TO LZ-LETTER-COUNT.
           MOVE LETTER-TOTAL-LINE TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 2 LINES.
      *
      *
       C82-LETTER-EXCEPT-LINE-PARA.
           MOVE LX-STUDENT-ID (LETTER-EXCEPT-SUB) TO LE-STUDENT-ID.
           MOVE LX-LASTN (LETTER-EXCEPT-SUB) TO LE-LASTN.
           MOVE LX-FIRSTN (LETTER-EXCEPT-SUB) TO LE-FIRSTN.
           MOVE LX-REASON (LETTER-EXCEPT-SUB) TO LE-REASON.
           MOVE LETTER-EXCEPT-DETAIL TO LETTER-REC.
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.
      *
      *
       B90-CLOSE-PARA.
           IF UNIT-SOURCE = "T"
               CLOSE IND-TRANS-FILE
           ELSE
               CLOSE ENROLL-FILE
           END-IF.
           IF HOLD-FILE-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
           CLOSE IND-STUD-FILE
                 CERT-FILE
                 PRINT-FILE.
