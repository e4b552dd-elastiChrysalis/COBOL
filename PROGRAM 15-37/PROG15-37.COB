       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-37.
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
      * DUPLICATE STUDENT-ID MERGE.  WHEN ADMISSIONS GIVES A RETURNING
      * STUDENT A SECOND STUDENT-ID, THE STUDENT'S HISTORY IS SPLIT
      * ACROSS TWO MASTERS AND SHOWS UP ON THE ORPHAN AND
      * RECONCILIATION REPORTS.  THIS PROGRAM READS A MERGE FILE
      * (MERGE.DAT) OF PAIRS - THE SURVIVING ID AND THE RETIRED ID -
      * AND MOVES EVERY RECORD THE RETIRED ID OWNS ONTO THE SURVIVOR:
      *
      *   STUTRANS.DAI/TRNARCH.DAI COURSE ROWS ARE RENUMBERED ABOVE
      *     THE SURVIVOR'S HIGHEST REC-CNT (LIVE AND ARCHIVED ROWS ARE
      *     NUMBERED TOGETHER SO A LATER PROGRAM-15-20 RESTORE CANNOT
      *     COLLIDE), EACH STAYING IN THE FILE IT CAME FROM.  A ROW
      *     THE SURVIVOR ALREADY CARRIES (SAME DEPT, COURSE-NUM,
      *     TERM-ID AND GRADE) IS A DUPLICATE AND IS DROPPED.
      *   ENROLL.DAI ROWS ARE RENUMBERED THE SAME WAY ON THEIR OWN
      *     KEYS; SAME TERM, COURSE AND STATUS IS A DUPLICATE.
      *   HOLDS.DAI, STUADDR.DAI, STANDHIS.DAI, DEGREE.DAI AND
      *     SAPHIST.DAI ROWS ARE RE-KEYED TO THE SURVIVOR.  WHERE THE
      *     SURVIVOR ALREADY HAS A ROW WITH THE SAME KEY THE
      *     SURVIVOR'S ROW IS KEPT - EXCEPT THAT AN ACTIVE HOLD ON THE
      *     RETIRED ID RE-PLACES A RELEASED HOLD OF THE SAME TYPE ON
      *     THE SURVIVOR, SO NO ACTIVE HOLD IS LOST IN A MERGE.
      *   THE RETIRED MASTER IS DELETED FROM STUDENT.DAI AND
      *     STUARCH.DAI, AND A STUXREF.DAI CROSS-REFERENCE ENTRY IS
      *     WRITTEN SO THE OLD ID STILL RESOLVES (OLDER ENTRIES THAT
      *     POINTED AT THE RETIRED ID ARE RE-POINTED AT THE SURVIVOR).
      *
      * EVERY COURSE ROW RE-PARENTED (LIVE OR ARCHIVED) LOGS A TYPE-M
      * ENTRY TO GRADEAUD.DAT CARRYING THE OLD AND NEW KEY, THE GRADE,
      * THE DATE, AND THE OPERATOR, SO NO STUDENT'S GRADES MOVE
      * WITHOUT A TRAIL.  THE RUN IS GUARDED BY THE PROGRAM-15-31
      * SIGN-ON REQUIRING THE RECORDS ROLE.
      *
      * THE OPERATOR ANSWERS N AT START OF JOB FOR A PROOF RUN: EVERY
      * PAIR IS EDITED AND THE PROOF LISTING (MRGPROOF.PRT) SHOWS
      * EACH COURSE ROW'S OLD AND NEW KEY AND THE ROW COUNTS FOR THE
      * OTHER FILES, BUT NOTHING IS CHANGED.  ONCE THE REGISTRAR HAS
      * SIGNED OFF THE LISTING THE SAME MERGE FILE IS RUN AGAIN
      * ANSWERING Y, WHICH PRINTS THE SAME LISTING AND THEN COMMITS
      * IT.  A PAIR IS REJECTED WHEN THE SURVIVOR IS NOT ON THE LIVE
      * MASTER (AN ARCHIVED SURVIVOR IS RESTORED BY PROGRAM-15-20
      * FIRST), WHEN THE RETIRED ID IS ON NEITHER MASTER, WHEN EITHER
      * ID IS ALREADY NAMED IN AN EARLIER PAIR OF THE SAME RUN (A
      * CHAIN OF MERGES GOES IN SEPARATE RUNS, SO THE PROOF ALWAYS
      * MATCHES THE COMMIT), OR WHEN THE SURVIVOR WOULD RUN PAST
      * REC-CNT 999.
      *
      * A COMMIT RUN WRITES A CHECKPOINT (MERGE.CKP) AFTER EVERY PAIR
      * IT FINISHES AND A STAGE-9 RECORD AT END OF JOB, THE WAY
      * PROG15-4 CHECKPOINTS ITS REBUILD.  IF THE JOB STOPS PARTWAY,
      * RERUNNING IT AGAINST THE SAME MERGE FILE SKIPS THE PAIRS
      * ALREADY COMMITTED AND PICKS UP AT THE PAIR THAT WAS IN
      * FLIGHT; EVERY STEP OF A PAIR CAN BE REPEATED SAFELY (A ROW
      * ALREADY COPIED TO THE SURVIVOR IS SEEN AS A DUPLICATE AND
      * ONLY THE RETIRED COPY IS REMOVED), AND THE RETIRED MASTER IS
      * DELETED LAST.  THE SURVIVOR'S STORED GRADE-POINTS/COMP-UNITS
      * ARE NOT TOUCHED - RUN PROGRAM-15-11 WITH UPDATE AFTER A
      * COMMIT SO THE MASTER TOTALS TAKE IN THE MOVED ROWS.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT MERGE-FILE
               ASSIGN TO "MERGE.DAT"
               FILE STATUS IS MRG-FILE-STATUS.
           SELECT IND-STUD-FILE
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES
               FILE STATUS IS ENR-FILE-STATUS.
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
           SELECT STAND-FILE
               ASSIGN TO "STANDHIS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS STAND-FILE-STATUS.
           SELECT DEGREE-FILE
               ASSIGN TO "DEGREE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS DEG-FILE-STATUS.
           SELECT SAP-FILE
               ASSIGN TO "SAPHIST.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS SAP-FILE-STATUS.
           SELECT ARCH-STUD-FILE
               ASSIGN TO "STUARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ARCH-STUDENT-ID
               FILE STATUS IS ARCH-STUD-STATUS.
           SELECT ARCH-TRANS-FILE
               ASSIGN TO "TRNARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARCH-STUDENT-KEY
               ALTERNATE RECORD KEY IS ARCH-STDNT-ID WITH DUPLICATES
               FILE STATUS IS ARCH-TRANS-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "STUXREF.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XR-OLD-ID
               ALTERNATE RECORD KEY IS XR-NEW-ID WITH DUPLICATES
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "GRADEAUD.DAT"
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO "MERGE.CKP"
               FILE STATUS IS CKP-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "MRGPROOF.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      * ONE MERGE PER ROW: THE ID THAT STAYS, THEN THE ID THAT GOES.
      *
       FD  MERGE-FILE
             RECORD CONTAINS 20 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS MERGE-REC.
      *
       01  MERGE-REC.
           05  MG-SURVIVE-ID          PIC 9(9).
           05  MG-RETIRE-ID           PIC 9(9).
           05  FILLER                 PIC X(2).
      *
       COPY FDSTUDENT OF LIBRARY.
      *
       COPY FDTRANS OF LIBRARY.
      *
       COPY FDENROLL OF LIBRARY.
      *
       COPY FDHOLD OF LIBRARY.
      *
       COPY FDADDR OF LIBRARY.
      *
       COPY FDSTAND OF LIBRARY.
      *
       COPY FDDEGREE OF LIBRARY.
      *
       COPY FDSAPHIS OF LIBRARY.
      *
      * THE ARCHIVE FILES SHARE THE LIVE LAYOUTS EXACTLY - EVERY DATA
      * NAME IS PREFIXED ARCH- THE SAME WAY PROGRAM-15-19 COPIES THEM.
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
       COPY FDXREF OF LIBRARY.
      *
       COPY FDAUDIT OF LIBRARY.
      *
      * CHECKPOINT CONTROL RECORD - ONE ENTRY IS APPENDED AFTER EVERY
      * PAIR A COMMIT RUN FINISHES, CARRYING HOW MANY MERGE ROWS HAD
      * BEEN READ AT THAT POINT.  STAGE 9 MARKS A RUN THAT WENT ALL
      * THE WAY TO COMPLETION, AND IS TREATED AS "NOT A RESTART".
      *
       FD  CHECKPOINT-FILE
             RECORD CONTAINS 80 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS CHECKPOINT-REC.
      *
       01  CHECKPOINT-REC.
           05  CKP-STAGE              PIC 9.
           05  CKP-PAIR-COUNT         PIC 9(5).
           05  CKP-SURVIVE-ID         PIC 9(9).
           05  CKP-RETIRE-ID          PIC 9(9).
           05  CKP-DATE               PIC 9(8).
           05  FILLER                 PIC X(48).
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
           05  MERGE-EOF-SW           PIC X VALUE "N".
           05  SCAN-EOF-SW            PIC X VALUE "N".
           05  CKP-EOF-SW             PIC X VALUE "N".
           05  XREF-DONE-SW           PIC X VALUE "N".
           05  COMMIT-SW              PIC X VALUE "N".
           05  RESTART-SW             PIC X VALUE "N".
           05  PAIR-OK-SW             PIC X VALUE "N".
           05  SEEN-SW                PIC X VALUE "N".
           05  DUP-FOUND-SW           PIC X VALUE "N".
           05  ROW-WRITTEN-SW         PIC X VALUE "N".
           05  RETIRE-ON-MASTER-SW    PIC X VALUE "N".
           05  RETIRE-ON-ARCH-SW      PIC X VALUE "N".
           05  RETIRE-RESUMED-SW      PIC X VALUE "N".
           05  PASS-NUMBER            PIC 9 VALUE 1.
      *
       01  MRG-FILE-STATUS            PIC XX.
       01  ENR-FILE-STATUS            PIC XX.
       01  HLD-FILE-STATUS            PIC XX.
       01  ADR-FILE-STATUS            PIC XX.
       01  STAND-FILE-STATUS          PIC XX.
       01  DEG-FILE-STATUS            PIC XX.
       01  SAP-FILE-STATUS            PIC XX.
       01  ARCH-STUD-STATUS           PIC XX.
       01  ARCH-TRANS-STATUS          PIC XX.
       01  XRF-FILE-STATUS            PIC XX.
       01  AUD-FILE-STATUS            PIC XX.
       01  CKP-FILE-STATUS            PIC XX.
      *
      * EACH -SW IS SET FROM ITS FILE STATUS RIGHT AFTER THE OPEN, SO
      * A SITE THAT HAS NEVER BUILT ONE OF THE DEPENDENT FILES SIMPLY
      * HAS NOTHING TO MOVE IN IT.
      *
       01  DEPENDENT-FILE-SWITCHES.
           05  ENROLL-FILE-SW         PIC X VALUE "N".
           05  HOLD-FILE-SW           PIC X VALUE "N".
           05  ADDR-FILE-SW           PIC X VALUE "N".
           05  STAND-FILE-SW          PIC X VALUE "N".
           05  DEGREE-FILE-SW         PIC X VALUE "N".
           05  SAP-FILE-SW            PIC X VALUE "N".
           05  ARCH-STUD-SW           PIC X VALUE "N".
           05  ARCH-TRANS-SW          PIC X VALUE "N".
           05  XREF-FILE-SW           PIC X VALUE "N".
      *
      * FILLED FROM THE SIGN-ON STEP'S VERIFIED ID, NEVER FROM THE
      * KEYBOARD.
      *
       01  OPERATOR-ID                PIC X(10).
      *
       01  SIGNON-AREA.
           05  SN-ROLE-REQUIRED       PIC X.
           05  SN-OPERATOR-ID         PIC X(10).
           05  SN-STATUS              PIC X.
      *
       01  TODAYS-DATE                PIC 9(8).
      *
       01  PAIR-FIELDS.
           05  SURVIVE-ID             PIC 9(9).
           05  SURVIVE-LASTN          PIC X(14).
           05  SURVIVE-FIRSTN         PIC X(10).
           05  RETIRE-ID              PIC 9(9).
           05  RETIRE-LASTN           PIC X(14).
           05  RETIRE-FIRSTN          PIC X(10).
           05  REJECT-REASON          PIC X(40).
      *
      * HOLDS THE LAST CHECKPOINT READ BACK AT RESTART TIME.
      *
       01  CKP-HOLD.
           05  CKH-STAGE              PIC 9 VALUE 9.
           05  CKH-PAIR-COUNT         PIC 9(5) VALUE ZERO.
      *
      * EVERY ID NAMED BY A PAIR ACCEPTED SO FAR THIS PASS.
      *
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 200 TIMES.
               10  SN-SEEN-ID         PIC 9(9).
       01  SEEN-COUNT                 PIC 999 VALUE ZERO.
       01  SEEN-SUB                   PIC 999.
      *
      * THE SURVIVOR'S COURSE ROWS (OR ENROLLMENT ROWS) AS THEY STAND,
      * PLUS EACH ROW MOVED IN SO FAR - THE DUPLICATE TEST RUNS
      * AGAINST THIS TABLE.  SL-GRADE HOLDS EN-STATUS FOR ENROLL.DAI.
      *
       01  SLOT-TABLE.
           05  SLOT-ENTRY OCCURS 999 TIMES.
               10  SL-REC-CNT         PIC 9(3).
               10  SL-DEPT            PIC X(4).
               10  SL-COURSE-NUM      PIC X(4).
               10  SL-TERM-ID         PIC X(5).
               10  SL-GRADE           PIC X.
       01  SLOT-COUNT                 PIC 9(4) VALUE ZERO.
       01  SLOT-SUB                   PIC 9(4).
       01  HIGH-REC-CNT               PIC 9(4) VALUE ZERO.
      *
      * THE RETIRED ID'S ROWS, COLLECTED BEFORE ANYTHING IS WRITTEN SO
      * NO ROW IS ADDED OR DELETED UNDER A SEQUENTIAL READ.
      * MV-SOURCE: T = STUTRANS.DAI, A = TRNARCH.DAI, E = ENROLL.DAI.
      *
       01  MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 999 TIMES.
               10  MV-SOURCE          PIC X.
               10  MV-ROW             PIC X(53).
       01  MOVE-COUNT                 PIC 9(4) VALUE ZERO.
       01  MOVE-SUB                   PIC 9(4).
      *
      * THE SAME, FOR THE KEYED FILES (HOLDS, ADDRESSES, STANDING,
      * DEGREES, SAP HISTORY) - ONE FILE AT A TIME.
      *
       01  KEYED-TABLE.
           05  KEYED-ENTRY OCCURS 999 TIMES.
               10  KT-ROW             PIC X(100).
       01  KEYED-COUNT                PIC 9(4) VALUE ZERO.
       01  KEYED-SUB                  PIC 9(4).
      *
      * ONE COURSE OR ENROLLMENT ROW - FDTRANS AND FDENROLL SHARE THIS
      * LAYOUT FIELD FOR FIELD.
      *
       01  ROW-VIEW.
           05  FILLER                 PIC X(2).
           05  RV-STDNT-ID            PIC 9(9).
           05  RV-REC-CNT             PIC 9(3).
           05  RV-DEPT                PIC X(4).
           05  RV-COURSE-NUM          PIC X(4).
           05  RV-COURSE-DESC         PIC X(24).
           05  RV-GRADE               PIC X.
           05  FILLER                 PIC X.
           05  RV-TERM-ID             PIC X(5).
       01  ROW-SOURCE                 PIC X.
       01  OLD-REC-CNT                PIC 9(3).
       01  NEW-REC-CNT                PIC 9(3).
      *
       01  RETIRED-HOLD-DATES.
           05  RH-PLACED-DATE         PIC 9(8).
           05  RH-RELEASED-DATE       PIC 9(8).
      *
       01  FILE-COUNTERS.
           05  FILE-MOVE-COUNT        PIC 9(3) VALUE ZERO.
           05  FILE-KEEP-COUNT        PIC 9(3) VALUE ZERO.
      *
       01  RUN-COUNTERS.
           05  PAIR-READ-COUNT        PIC 9(5) VALUE ZERO.
           05  SKIPPED-COUNT          PIC 9(5) VALUE ZERO.
           05  REJECT-COUNT           PIC 9(5) VALUE ZERO.
           05  PAIR-OK-COUNT          PIC 9(5) VALUE ZERO.
           05  MERGED-COUNT           PIC 9(5) VALUE ZERO.
           05  ROW-MOVE-COUNT         PIC 9(7) VALUE ZERO.
           05  ROW-DROP-COUNT         PIC 9(7) VALUE ZERO.
           05  KEYED-MOVE-COUNT       PIC 9(7) VALUE ZERO.
           05  KEYED-KEEP-COUNT       PIC 9(7) VALUE ZERO.
           05  REPOINT-COUNT          PIC 9(7) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(23) VALUE
               "*** STUDENT ID MERGE - ".
           05  PH-RUN-TYPE            PIC X(14).
           05  FILLER                 PIC X(4) VALUE "***".
           05  FILLER                 PIC X(6) VALUE "DATE: ".
           05  PH-DATE                PIC 9(8).
           05  FILLER                 PIC X(25) VALUE SPACES.
      *
       01  PRINT-ID-LINE.
           05  PI-LABEL               PIC X(14).
           05  PI-STUDENT-ID          PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PI-LASTN               PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PI-FIRSTN              PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PI-NOTE                PIC X(24).
           05  FILLER                 PIC X(4) VALUE SPACES.
      *
       01  PRINT-REJECT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE
               "** REJECTED: ".
           05  PR-REASON              PIC X(40).
           05  FILLER                 PIC X(23) VALUE SPACES.
      *
       01  PRINT-ROW-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PC-FILE                PIC X(9).
           05  PC-OLD-ID              PIC 9(9).
           05  FILLER                 PIC X(1) VALUE "-".
           05  PC-OLD-CNT             PIC 9(3).
           05  FILLER                 PIC X(4) VALUE " TO ".
           05  PC-NEW-ID              PIC 9(9).
           05  FILLER                 PIC X(1) VALUE "-".
           05  PC-NEW-CNT             PIC 9(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PC-DEPT                PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PC-COURSE-NUM          PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PC-TERM-ID             PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PC-GRADE               PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PC-NOTE                PIC X(14).
           05  FILLER                 PIC X(2) VALUE SPACES.
      *
       01  PRINT-COUNT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PK-FILE                PIC X(14).
           05  FILLER                 PIC X(9) VALUE "TO MOVE: ".
           05  PK-MOVE                PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE
               "SURVIVOR KEEPS: ".
           05  PK-KEEP                PIC ZZ9.
           05  FILLER                 PIC X(28) VALUE SPACES.
      *
       01  PRINT-TRAILER-LINE.
           05  PT-LABEL               PIC X(32).
           05  PT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  PRINT-PROOF-ONLY-LINE.
           05  FILLER                 PIC X(38) VALUE
               "*** PROOF ONLY - NOTHING COMMITTED ***".
           05  FILLER                 PIC X(42) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           MOVE "S" TO SN-ROLE-REQUIRED.
           CALL "PROGRAM-15-31" USING SIGNON-AREA.
           IF SN-STATUS NOT = "Y"
               DISPLAY "*** SIGN-ON REFUSED - RUN ENDED ***"
               STOP RUN
           END-IF.
           MOVE SN-OPERATOR-ID TO OPERATOR-ID.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM B05-RESTART-PARA.
           PERFORM B10-OPEN-PARA.
           IF MERGE-EOF-SW = "N"
               PERFORM B20-PROOF-PASS-PARA
               IF COMMIT-SW = "Y"
                       AND (PAIR-OK-COUNT > ZERO OR RESTART-SW = "Y")
                   PERFORM B30-COMMIT-PASS-PARA
               ELSE
                   MOVE PRINT-PROOF-ONLY-LINE TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 2 LINES
               END-IF
               PERFORM B90-CLOSE-PARA
           END-IF.
           STOP RUN.
      *
      * LOOKS FOR A CHECKPOINT LEFT BY A COMMIT RUN THAT DID NOT
      * REACH STAGE 9.  FILE STATUS "35" (NO CHECKPOINT YET) OR A
      * LAST RECORD OF STAGE 9 MEANS A NORMAL RUN FROM THE TOP.
      *
       B05-RESTART-PARA.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKP-FILE-STATUS = "00"
               PERFORM B07-READ-CHECKPOINT-PARA UNTIL CKP-EOF-SW = "Y"
               CLOSE CHECKPOINT-FILE
               IF CKH-STAGE NOT = 9
                   MOVE "Y" TO RESTART-SW
                   DISPLAY "RESTART - MERGE ROWS ALREADY COMMITTED: "
                       CKH-PAIR-COUNT
               END-IF
           END-IF.
      *
      *
       B07-READ-CHECKPOINT-PARA.
           READ CHECKPOINT-FILE
               AT END
                   MOVE "Y" TO CKP-EOF-SW
               NOT AT END
                   MOVE CKP-STAGE TO CKH-STAGE
                   MOVE CKP-PAIR-COUNT TO CKH-PAIR-COUNT
           END-READ.
      *
      * THE CROSS-REFERENCE FILE IS CREATED ON THE FIRST COMMIT RUN
      * EVER (FILE STATUS "35"); A PROOF RUN NEVER CREATES ANYTHING.
      *
       B10-OPEN-PARA.
           OPEN INPUT MERGE-FILE.
           IF MRG-FILE-STATUS NOT = "00"
               DISPLAY "NO MERGE FILE ON HAND - NOTHING TO MERGE"
               MOVE "Y" TO MERGE-EOF-SW
           ELSE
               DISPLAY "COMMIT THE MERGES <Y/N>?  N = PROOF ONLY"
               ACCEPT COMMIT-SW
               OPEN I-O IND-STUD-FILE
                        IND-TRANS-FILE
               OPEN I-O ENROLL-FILE
               IF ENR-FILE-STATUS = "00"
                   MOVE "Y" TO ENROLL-FILE-SW
               END-IF
               OPEN I-O HOLD-FILE
               IF HLD-FILE-STATUS = "00"
                   MOVE "Y" TO HOLD-FILE-SW
               END-IF
               OPEN I-O ADDR-FILE
               IF ADR-FILE-STATUS = "00"
                   MOVE "Y" TO ADDR-FILE-SW
               END-IF
               OPEN I-O STAND-FILE
               IF STAND-FILE-STATUS = "00"
                   MOVE "Y" TO STAND-FILE-SW
               END-IF
               OPEN I-O DEGREE-FILE
               IF DEG-FILE-STATUS = "00"
                   MOVE "Y" TO DEGREE-FILE-SW
               END-IF
               OPEN I-O SAP-FILE
               IF SAP-FILE-STATUS = "00"
                   MOVE "Y" TO SAP-FILE-SW
               END-IF
               OPEN I-O ARCH-STUD-FILE
               IF ARCH-STUD-STATUS = "00"
                   MOVE "Y" TO ARCH-STUD-SW
               END-IF
               OPEN I-O ARCH-TRANS-FILE
               IF ARCH-TRANS-STATUS = "00"
                   MOVE "Y" TO ARCH-TRANS-SW
               END-IF
               OPEN I-O XREF-FILE
               IF XRF-FILE-STATUS = "35" AND COMMIT-SW = "Y"
                   OPEN OUTPUT XREF-FILE
                   CLOSE XREF-FILE
                   OPEN I-O XREF-FILE
               END-IF
               IF XRF-FILE-STATUS = "00"
                   MOVE "Y" TO XREF-FILE-SW
               END-IF
               OPEN OUTPUT PRINT-FILE
               IF COMMIT-SW = "Y"
                   MOVE "COMMIT RUN" TO PH-RUN-TYPE
               ELSE
                   MOVE "PROOF LISTING" TO PH-RUN-TYPE
               END-IF
               MOVE TODAYS-DATE TO PH-DATE
               MOVE PRINT-HEADING-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
      *
      * PASS 1 - EDIT AND LIST ONLY.  THE PROOF TOTALS DESCRIBE
      * EXACTLY WHAT PASS 2 WILL COMMIT.
      *
       B20-PROOF-PASS-PARA.
           MOVE 1 TO PASS-NUMBER.
           PERFORM B25-MERGE-ROW-PARA UNTIL MERGE-EOF-SW = "Y".
           CLOSE MERGE-FILE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "MERGE ROWS READ:" TO PT-LABEL.
           MOVE PAIR-READ-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           IF RESTART-SW = "Y"
               MOVE "ALREADY COMMITTED - SKIPPED:" TO PT-LABEL
               MOVE SKIPPED-COUNT TO PT-COUNT
               PERFORM B85-TRAILER-PARA
           END-IF.
           MOVE "PAIRS REJECTED:" TO PT-LABEL.
           MOVE REJECT-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "PAIRS READY TO COMMIT:" TO PT-LABEL.
           MOVE PAIR-OK-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "COURSE/ENROLL ROWS TO MOVE:" TO PT-LABEL.
           MOVE ROW-MOVE-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "DUPLICATE ROWS TO DROP:" TO PT-LABEL.
           MOVE ROW-DROP-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "OTHER ROWS TO MOVE:" TO PT-LABEL.
           MOVE KEYED-MOVE-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "OTHER ROWS SURVIVOR KEEPS:" TO PT-LABEL.
           MOVE KEYED-KEEP-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
      *
      *
       B25-MERGE-ROW-PARA.
           READ MERGE-FILE
               AT END
                   MOVE "Y" TO MERGE-EOF-SW
               NOT AT END
                   ADD 1 TO PAIR-READ-COUNT
                   IF RESTART-SW = "Y"
                           AND PAIR-READ-COUNT NOT > CKH-PAIR-COUNT
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       PERFORM C10-MERGE-PAIR-PARA
                   END-IF
           END-READ.
      *
      * PASS 2 - THE MERGE FILE IS REREAD AND EVERY PAIR RE-EDITED
      * WITH THE SAME TESTS (SILENTLY THIS TIME); ONLY THE PAIRS THAT
      * COME UP CLEAN AGAIN ARE COMMITTED.  THE AUDIT LOG AND THE
      * CHECKPOINT ARE OPENED EXTEND, OR OUTPUT THE FIRST TIME.
      *
       B30-COMMIT-PASS-PARA.
           MOVE 2 TO PASS-NUMBER.
           MOVE "N" TO MERGE-EOF-SW.
           MOVE ZERO TO PAIR-READ-COUNT SEEN-COUNT.
           MOVE ZERO TO ROW-MOVE-COUNT ROW-DROP-COUNT.
           MOVE ZERO TO KEYED-MOVE-COUNT KEYED-KEEP-COUNT.
           OPEN INPUT MERGE-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF RESTART-SW = "Y"
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           PERFORM B25-MERGE-ROW-PARA UNTIL MERGE-EOF-SW = "Y".
           MOVE 9 TO CKP-STAGE.
           MOVE PAIR-READ-COUNT TO CKP-PAIR-COUNT.
           MOVE ZERO TO CKP-SURVIVE-ID CKP-RETIRE-ID.
           MOVE TODAYS-DATE TO CKP-DATE.
           WRITE CHECKPOINT-REC.
           CLOSE MERGE-FILE
                 AUDIT-FILE
                 CHECKPOINT-FILE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "PAIRS MERGED:" TO PT-LABEL.
           MOVE MERGED-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "COURSE/ENROLL ROWS MOVED:" TO PT-LABEL.
           MOVE ROW-MOVE-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "DUPLICATE ROWS DROPPED:" TO PT-LABEL.
           MOVE ROW-DROP-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "OTHER ROWS MOVED:" TO PT-LABEL.
           MOVE KEYED-MOVE-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
           MOVE "OLDER CROSS-REFS RE-POINTED:" TO PT-LABEL.
           MOVE REPOINT-COUNT TO PT-COUNT.
           PERFORM B85-TRAILER-PARA.
      *
      *
       B85-TRAILER-PARA.
           MOVE PRINT-TRAILER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B90-CLOSE-PARA.
           CLOSE IND-STUD-FILE
                 IND-TRANS-FILE
                 PRINT-FILE.
           IF ENROLL-FILE-SW = "Y"
               CLOSE ENROLL-FILE
           END-IF.
           IF HOLD-FILE-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF ADDR-FILE-SW = "Y"
               CLOSE ADDR-FILE
           END-IF.
           IF STAND-FILE-SW = "Y"
               CLOSE STAND-FILE
           END-IF.
           IF DEGREE-FILE-SW = "Y"
               CLOSE DEGREE-FILE
           END-IF.
           IF SAP-FILE-SW = "Y"
               CLOSE SAP-FILE
           END-IF.
           IF ARCH-STUD-SW = "Y"
               CLOSE ARCH-STUD-FILE
           END-IF.
           IF ARCH-TRANS-SW = "Y"
               CLOSE ARCH-TRANS-FILE
           END-IF.
           IF XREF-FILE-SW = "Y"
               CLOSE XREF-FILE
           END-IF.
      *
      * ONE PAIR, ON EITHER PASS.  PASS 1 PRINTS; PASS 2 COMMITS AND
      * CHECKPOINTS.
      *
       C10-MERGE-PAIR-PARA.
           MOVE "Y" TO PAIR-OK-SW.
           MOVE SPACES TO REJECT-REASON.
           MOVE ZERO TO SURVIVE-ID RETIRE-ID.
           MOVE SPACES TO SURVIVE-LASTN SURVIVE-FIRSTN
                          RETIRE-LASTN RETIRE-FIRSTN.
           PERFORM C15-EDIT-PAIR-PARA.
           IF PAIR-OK-SW = "Y"
               PERFORM C20-ROOM-CHECK-PARA
           END-IF.
           IF PAIR-OK-SW = "Y"
               PERFORM C19-ADD-SEEN-PARA
           END-IF.
           IF PASS-NUMBER = 1
               PERFORM C25-PRINT-PAIR-PARA
           END-IF.
           IF PAIR-OK-SW = "Y"
               PERFORM C30-COURSE-ROWS-PARA
               PERFORM C35-ENROLL-ROWS-PARA
               PERFORM C40-HOLDS-PARA
               PERFORM C45-ADDR-PARA
               PERFORM C50-STAND-PARA
               PERFORM C55-DEGREE-PARA
               PERFORM C57-SAP-PARA
               IF PASS-NUMBER = 1
                   ADD 1 TO PAIR-OK-COUNT
               ELSE
                   PERFORM C70-RETIRE-ID-PARA
                   PERFORM C80-CHECKPOINT-PARA
                   ADD 1 TO MERGED-COUNT
               END-IF
           ELSE
               IF PASS-NUMBER = 1
                   ADD 1 TO REJECT-COUNT
               END-IF
           END-IF.
      *
      * THE SURVIVOR MUST BE ON THE LIVE MASTER.  THE RETIRED ID MUST
      * BE ON THE LIVE MASTER OR THE ARCHIVE - OR, ON A RESTART, MAY
      * ALREADY BE GONE WITH A CROSS-REFERENCE POINTING AT THIS SAME
      * SURVIVOR (THE RUN STOPPED JUST AFTER ITS MASTER WAS DELETED).
      *
       C15-EDIT-PAIR-PARA.
           EVALUATE TRUE
               WHEN MG-SURVIVE-ID NOT NUMERIC
                       OR MG-RETIRE-ID NOT NUMERIC
                   MOVE "STUDENT ID NOT NUMERIC" TO REJECT-REASON
               WHEN MG-SURVIVE-ID = MG-RETIRE-ID
                   MOVE "SURVIVING AND RETIRED ID ARE THE SAME"
                       TO REJECT-REASON
               WHEN OTHER
                   MOVE MG-SURVIVE-ID TO SURVIVE-ID
                   MOVE MG-RETIRE-ID TO RETIRE-ID
           END-EVALUATE.
           IF REJECT-REASON = SPACES
               MOVE SURVIVE-ID TO STUDENT-ID
               READ IND-STUD-FILE
                   INVALID KEY
                       MOVE "SURVIVING ID NOT ON LIVE MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE LASTN TO SURVIVE-LASTN
                       MOVE FIRSTN TO SURVIVE-FIRSTN
               END-READ
           END-IF.
           IF REJECT-REASON = SPACES
               PERFORM C17-FIND-RETIRED-PARA
           END-IF.
           IF REJECT-REASON = SPACES
               MOVE "N" TO SEEN-SW
               PERFORM C18-CHECK-SEEN-PARA
                   VARYING SEEN-SUB FROM 1 BY 1
                   UNTIL SEEN-SUB > SEEN-COUNT
               IF SEEN-SW = "Y"
                   MOVE "ID ALREADY IN AN EARLIER PAIR THIS RUN"
                       TO REJECT-REASON
               ELSE
                   IF SEEN-COUNT > 198
                       MOVE "TOO MANY PAIRS FOR ONE RUN"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON NOT = SPACES
               MOVE "N" TO PAIR-OK-SW
           END-IF.
      *
      *
       C17-FIND-RETIRED-PARA.
           MOVE "N" TO RETIRE-ON-MASTER-SW.
           MOVE "N" TO RETIRE-ON-ARCH-SW.
           MOVE "N" TO RETIRE-RESUMED-SW.
           MOVE RETIRE-ID TO STUDENT-ID.
           READ IND-STUD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RETIRE-ON-MASTER-SW
                   MOVE LASTN TO RETIRE-LASTN
                   MOVE FIRSTN TO RETIRE-FIRSTN
           END-READ.
           IF ARCH-STUD-SW = "Y"
               MOVE RETIRE-ID TO ARCH-STUDENT-ID
               READ ARCH-STUD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RETIRE-ON-ARCH-SW
                       IF RETIRE-ON-MASTER-SW = "N"
                           MOVE ARCH-LASTN TO RETIRE-LASTN
                           MOVE ARCH-FIRSTN TO RETIRE-FIRSTN
                       END-IF
               END-READ
           END-IF.
           IF RETIRE-ON-MASTER-SW = "N" AND RETIRE-ON-ARCH-SW = "N"
               IF XREF-FILE-SW = "Y"
                   MOVE RETIRE-ID TO XR-OLD-ID
                   READ XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF XR-NEW-ID = SURVIVE-ID
                               MOVE "Y" TO RETIRE-RESUMED-SW
                               MOVE XR-LASTN TO RETIRE-LASTN
                               MOVE XR-FIRSTN TO RETIRE-FIRSTN
                           END-IF
                   END-READ
               END-IF
               IF RETIRE-RESUMED-SW = "N"
                   MOVE "RETIRED ID NOT ON ANY MASTER"
                       TO REJECT-REASON
               END-IF
           END-IF.
      *
      *
       C18-CHECK-SEEN-PARA.
           IF SN-SEEN-ID (SEEN-SUB) = SURVIVE-ID
                   OR SN-SEEN-ID (SEEN-SUB) = RETIRE-ID
               MOVE "Y" TO SEEN-SW
           END-IF.
      *
      *
       C19-ADD-SEEN-PARA.
           ADD 1 TO SEEN-COUNT.
           MOVE SURVIVE-ID TO SN-SEEN-ID (SEEN-COUNT).
           ADD 1 TO SEEN-COUNT.
           MOVE RETIRE-ID TO SN-SEEN-ID (SEEN-COUNT).
      *
      * THE RENUMBERED ROWS MUST ALL FIT UNDER REC-CNT 999, OR THE
      * PAIR IS REFUSED BEFORE ANYTHING MOVES.
      *
       C20-ROOM-CHECK-PARA.
           PERFORM D10-LOAD-COURSE-ROWS-PARA.
           IF HIGH-REC-CNT + MOVE-COUNT > 999
               MOVE "SURVIVOR WOULD PASS 999 COURSE ROWS"
                   TO REJECT-REASON
               MOVE "N" TO PAIR-OK-SW
           END-IF.
           IF PAIR-OK-SW = "Y" AND ENROLL-FILE-SW = "Y"
               PERFORM D15-LOAD-ENROLL-ROWS-PARA
               IF HIGH-REC-CNT + MOVE-COUNT > 999
                   MOVE "SURVIVOR WOULD PASS 999 ENROLL ROWS"
                       TO REJECT-REASON
                   MOVE "N" TO PAIR-OK-SW
               END-IF
           END-IF.
      *
      *
       C25-PRINT-PAIR-PARA.
           MOVE "SURVIVING ID: " TO PI-LABEL.
           MOVE SURVIVE-ID TO PI-STUDENT-ID.
           MOVE SURVIVE-LASTN TO PI-LASTN.
           MOVE SURVIVE-FIRSTN TO PI-FIRSTN.
           MOVE SPACES TO PI-NOTE.
           MOVE PRINT-ID-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "RETIRED ID:   " TO PI-LABEL.
           MOVE RETIRE-ID TO PI-STUDENT-ID.
           MOVE RETIRE-LASTN TO PI-LASTN.
           MOVE RETIRE-FIRSTN TO PI-FIRSTN.
           EVALUATE TRUE
               WHEN RETIRE-ON-MASTER-SW = "Y"
                       AND RETIRE-ON-ARCH-SW = "Y"
                   MOVE "LIVE AND ARCHIVED MASTER" TO PI-NOTE
               WHEN RETIRE-ON-ARCH-SW = "Y"
                   MOVE "ARCHIVED MASTER" TO PI-NOTE
               WHEN RETIRE-RESUMED-SW = "Y"
                   MOVE "MASTER ALREADY RETIRED" TO PI-NOTE
               WHEN OTHER
                   MOVE SPACES TO PI-NOTE
           END-EVALUATE.
           MOVE PRINT-ID-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           IF PAIR-OK-SW = "N"
               MOVE REJECT-REASON TO PR-REASON
               MOVE PRINT-REJECT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
      *
      * STUTRANS.DAI AND TRNARCH.DAI ROWS - ONE NUMBERING SEQUENCE.
      *
       C30-COURSE-ROWS-PARA.
           PERFORM D10-LOAD-COURSE-ROWS-PARA.
           PERFORM D20-PLACE-ROW-PARA
               VARYING MOVE-SUB FROM 1 BY 1
               UNTIL MOVE-SUB > MOVE-COUNT.
      *
      *
       C35-ENROLL-ROWS-PARA.
           IF ENROLL-FILE-SW = "Y"
               PERFORM D15-LOAD-ENROLL-ROWS-PARA
               PERFORM D20-PLACE-ROW-PARA
                   VARYING MOVE-SUB FROM 1 BY 1
                   UNTIL MOVE-SUB > MOVE-COUNT
           END-IF.
      *
      *
       C40-HOLDS-PARA.
           IF HOLD-FILE-SW = "Y"
               MOVE ZERO TO KEYED-COUNT FILE-MOVE-COUNT
                            FILE-KEEP-COUNT
               MOVE "N" TO SCAN-EOF-SW
               MOVE RETIRE-ID TO HD-STUDENT-ID
               MOVE LOW-VALUES TO HD-HOLD-TYPE
               START HOLD-FILE KEY NOT LESS THAN HD-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D40-COLLECT-HOLD-PARA UNTIL SCAN-EOF-SW = "Y"
               PERFORM D41-MOVE-HOLD-PARA
                   VARYING KEYED-SUB FROM 1 BY 1
                   UNTIL KEYED-SUB > KEYED-COUNT
               MOVE "HOLDS.DAI" TO PK-FILE
               PERFORM D60-FILE-COUNT-PARA
           END-IF.
      *
      *
       C45-ADDR-PARA.
           IF ADDR-FILE-SW = "Y"
               MOVE ZERO TO KEYED-COUNT FILE-MOVE-COUNT
                            FILE-KEEP-COUNT
               MOVE "N" TO SCAN-EOF-SW
               MOVE RETIRE-ID TO AD-STUDENT-ID
               MOVE LOW-VALUES TO AD-ADDR-TYPE
               MOVE ZERO TO AD-EFF-DATE
               START ADDR-FILE KEY NOT LESS THAN AD-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D45-COLLECT-ADDR-PARA UNTIL SCAN-EOF-SW = "Y"
               PERFORM D46-MOVE-ADDR-PARA
                   VARYING KEYED-SUB FROM 1 BY 1
                   UNTIL KEYED-SUB > KEYED-COUNT
               MOVE "STUADDR.DAI" TO PK-FILE
               PERFORM D60-FILE-COUNT-PARA
           END-IF.
      *
      *
       C50-STAND-PARA.
           IF STAND-FILE-SW = "Y"
               MOVE ZERO TO KEYED-COUNT FILE-MOVE-COUNT
                            FILE-KEEP-COUNT
               MOVE "N" TO SCAN-EOF-SW
               MOVE RETIRE-ID TO SH-STUDENT-ID
               MOVE ZERO TO SH-RUN-DATE
               START STAND-FILE KEY NOT LESS THAN SH-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D50-COLLECT-STAND-PARA UNTIL SCAN-EOF-SW = "Y"
               PERFORM D51-MOVE-STAND-PARA
                   VARYING KEYED-SUB FROM 1 BY 1
                   UNTIL KEYED-SUB > KEYED-COUNT
               MOVE "STANDHIS.DAI" TO PK-FILE
               PERFORM D60-FILE-COUNT-PARA
           END-IF.
      *
      *
       C55-DEGREE-PARA.
           IF DEGREE-FILE-SW = "Y"
               MOVE ZERO TO KEYED-COUNT FILE-MOVE-COUNT
                            FILE-KEEP-COUNT
               MOVE "N" TO SCAN-EOF-SW
               MOVE RETIRE-ID TO DG-STUDENT-ID
               MOVE LOW-VALUES TO DG-MAJOR-CODE
               START DEGREE-FILE KEY NOT LESS THAN DG-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D55-COLLECT-DEGREE-PARA UNTIL SCAN-EOF-SW = "Y"
               PERFORM D56-MOVE-DEGREE-PARA
                   VARYING KEYED-SUB FROM 1 BY 1
                   UNTIL KEYED-SUB > KEYED-COUNT
               MOVE "DEGREE.DAI" TO PK-FILE
               PERFORM D60-FILE-COUNT-PARA
           END-IF.
      *
      *
       C57-SAP-PARA.
           IF SAP-FILE-SW = "Y"
               MOVE ZERO TO KEYED-COUNT FILE-MOVE-COUNT
                            FILE-KEEP-COUNT
               MOVE "N" TO SCAN-EOF-SW
               MOVE RETIRE-ID TO SA-STUDENT-ID
               MOVE ZERO TO SA-TERM-SEQ
               START SAP-FILE KEY NOT LESS THAN SA-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D57-COLLECT-SAP-PARA UNTIL SCAN-EOF-SW = "Y"
               PERFORM D58-MOVE-SAP-PARA
                   VARYING KEYED-SUB FROM 1 BY 1
                   UNTIL KEYED-SUB > KEYED-COUNT
               MOVE "SAPHIST.DAI" TO PK-FILE
               PERFORM D60-FILE-COUNT-PARA
           END-IF.
      *
      * LAST STEP OF A COMMITTED PAIR: THE CROSS-REFERENCE, THEN THE
      * RETIRED MASTER(S).  OLDER CROSS-REFERENCES THAT RESOLVED TO
      * THE RETIRED ID ARE RE-POINTED AT THE SURVIVOR FIRST.
      *
       C70-RETIRE-ID-PARA.
           IF XREF-FILE-SW = "Y"
               MOVE "N" TO XREF-DONE-SW
               PERFORM D70-REPOINT-XREF-PARA UNTIL XREF-DONE-SW = "Y"
               MOVE SPACES TO XREF-REC
               MOVE RETIRE-ID TO XR-OLD-ID
               MOVE SURVIVE-ID TO XR-NEW-ID
               MOVE TODAYS-DATE TO XR-MERGE-DATE
               MOVE OPERATOR-ID TO XR-OPERATOR-ID
               MOVE RETIRE-LASTN TO XR-LASTN
               MOVE RETIRE-FIRSTN TO XR-FIRSTN
               WRITE XREF-REC
                   INVALID KEY
                       REWRITE XREF-REC
               END-WRITE
           END-IF.
           IF RETIRE-ON-ARCH-SW = "Y"
               MOVE RETIRE-ID TO ARCH-STUDENT-ID
               DELETE ARCH-STUD-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF RETIRE-ON-MASTER-SW = "Y"
               MOVE RETIRE-ID TO STUDENT-ID
               DELETE IND-STUD-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      *
       C80-CHECKPOINT-PARA.
           MOVE 1 TO CKP-STAGE.
           MOVE PAIR-READ-COUNT TO CKP-PAIR-COUNT.
           MOVE SURVIVE-ID TO CKP-SURVIVE-ID.
           MOVE RETIRE-ID TO CKP-RETIRE-ID.
           MOVE TODAYS-DATE TO CKP-DATE.
           WRITE CHECKPOINT-REC.
      *
      * LOADS THE SURVIVOR'S LIVE AND ARCHIVED COURSE ROWS INTO THE
      * SLOT TABLE AND THE RETIRED ID'S INTO THE MOVE TABLE.
      *
       D10-LOAD-COURSE-ROWS-PARA.
           MOVE ZERO TO SLOT-COUNT HIGH-REC-CNT MOVE-COUNT.
           MOVE "N" TO SCAN-EOF-SW.
           MOVE SURVIVE-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-SW
           END-START.
           PERFORM D11-SURVIVOR-TRANS-PARA UNTIL SCAN-EOF-SW = "Y".
           MOVE "N" TO SCAN-EOF-SW.
           MOVE RETIRE-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-SW
           END-START.
           PERFORM D12-RETIRED-TRANS-PARA UNTIL SCAN-EOF-SW = "Y".
           IF ARCH-TRANS-SW = "Y"
               MOVE "N" TO SCAN-EOF-SW
               MOVE SURVIVE-ID TO ARCH-STDNT-ID
               MOVE ZERO TO ARCH-REC-CNT
               START ARCH-TRANS-FILE KEY NOT LESS THAN ARCH-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D13-SURVIVOR-ARCH-PARA UNTIL SCAN-EOF-SW = "Y"
               MOVE "N" TO SCAN-EOF-SW
               MOVE RETIRE-ID TO ARCH-STDNT-ID
               MOVE ZERO TO ARCH-REC-CNT
               START ARCH-TRANS-FILE KEY NOT LESS THAN ARCH-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-SW
               END-START
               PERFORM D14-RETIRED-ARCH-PARA UNTIL SCAN-EOF-SW = "Y"
           END-IF.
      *
      *
       D11-SURVIVOR-TRANS-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = SURVIVE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       MOVE TRANS-REC TO ROW-VIEW
                       PERFORM D18-ADD-SLOT-PARA
                   END-IF
           END-READ.
      *
      *
       D12-RETIRED-TRANS-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       MOVE TRANS-REC TO ROW-VIEW
                       MOVE "T" TO ROW-SOURCE
                       PERFORM D19-ADD-MOVE-PARA
                   END-IF
           END-READ.
      *
      *
       D13-SURVIVOR-ARCH-PARA.
           READ ARCH-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF ARCH-STDNT-ID NOT = SURVIVE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       MOVE ARCH-TRANS-REC TO ROW-VIEW
                       PERFORM D18-ADD-SLOT-PARA
                   END-IF
           END-READ.
      *
      *
       D14-RETIRED-ARCH-PARA.
           READ ARCH-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF ARCH-STDNT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       MOVE ARCH-TRANS-REC TO ROW-VIEW
                       MOVE "A" TO ROW-SOURCE
                       PERFORM D19-ADD-MOVE-PARA
                   END-IF
           END-READ.
      *
      *
       D15-LOAD-ENROLL-ROWS-PARA.
           MOVE ZERO TO SLOT-COUNT HIGH-REC-CNT MOVE-COUNT.
           MOVE "N" TO SCAN-EOF-SW.
           MOVE SURVIVE-ID TO EN-STDNT-ID.
           MOVE ZERO TO EN-REC-CNT.
           START ENROLL-FILE KEY NOT LESS THAN EN-STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-SW
           END-START.
           PERFORM D16-SURVIVOR-ENROLL-PARA UNTIL SCAN-EOF-SW = "Y".
           MOVE "N" TO SCAN-EOF-SW.
           MOVE RETIRE-ID TO EN-STDNT-ID.
           MOVE ZERO TO EN-REC-CNT.
           START ENROLL-FILE KEY NOT LESS THAN EN-STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-SW
           END-START.
           PERFORM D17-RETIRED-ENROLL-PARA UNTIL SCAN-EOF-SW = "Y".
      *
      *
       D16-SURVIVOR-ENROLL-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF EN-STDNT-ID NOT = SURVIVE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       MOVE ENROLL-REC TO ROW-VIEW
                       PERFORM D18-ADD-SLOT-PARA
                   END-IF
           END-READ.
      *
      *
       D17-RETIRED-ENROLL-PARA.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF EN-STDNT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       MOVE ENROLL-REC TO ROW-VIEW
                       MOVE "E" TO ROW-SOURCE
                       PERFORM D19-ADD-MOVE-PARA
                   END-IF
           END-READ.
      *
      *
       D18-ADD-SLOT-PARA.
           IF SLOT-COUNT < 999
               ADD 1 TO SLOT-COUNT
               MOVE RV-REC-CNT TO SL-REC-CNT (SLOT-COUNT)
               MOVE RV-DEPT TO SL-DEPT (SLOT-COUNT)
               MOVE RV-COURSE-NUM TO SL-COURSE-NUM (SLOT-COUNT)
               MOVE RV-TERM-ID TO SL-TERM-ID (SLOT-COUNT)
               MOVE RV-GRADE TO SL-GRADE (SLOT-COUNT)
           END-IF.
           IF RV-REC-CNT > HIGH-REC-CNT
               MOVE RV-REC-CNT TO HIGH-REC-CNT
           END-IF.
      *
      *
       D19-ADD-MOVE-PARA.
           IF MOVE-COUNT < 999
               ADD 1 TO MOVE-COUNT
               MOVE ROW-SOURCE TO MV-SOURCE (MOVE-COUNT)
               MOVE ROW-VIEW TO MV-ROW (MOVE-COUNT)
           END-IF.
      *
      * ONE RETIRED ROW: A DUPLICATE OF A ROW THE SURVIVOR ALREADY
      * HAS IS DROPPED; ANYTHING ELSE TAKES THE SURVIVOR'S NEXT
      * REC-CNT ABOVE THE HIGHEST IN USE.
      *
       D20-PLACE-ROW-PARA.
           MOVE MV-ROW (MOVE-SUB) TO ROW-VIEW.
           MOVE MV-SOURCE (MOVE-SUB) TO ROW-SOURCE.
           MOVE RV-REC-CNT TO OLD-REC-CNT.
           MOVE "N" TO DUP-FOUND-SW.
           PERFORM D21-DUP-CHECK-PARA
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-COUNT OR DUP-FOUND-SW = "Y".
           IF DUP-FOUND-SW = "N"
               ADD 1 TO HIGH-REC-CNT
               MOVE HIGH-REC-CNT TO NEW-REC-CNT
               MOVE SURVIVE-ID TO RV-STDNT-ID
               MOVE NEW-REC-CNT TO RV-REC-CNT
               PERFORM D18-ADD-SLOT-PARA
           END-IF.
           IF PASS-NUMBER = 1
               PERFORM D22-PRINT-ROW-PARA
           ELSE
               PERFORM D23-COMMIT-ROW-PARA
           END-IF.
      *
      *
       D21-DUP-CHECK-PARA.
           IF SL-DEPT (SLOT-SUB) = RV-DEPT
                   AND SL-COURSE-NUM (SLOT-SUB) = RV-COURSE-NUM
                   AND SL-TERM-ID (SLOT-SUB) = RV-TERM-ID
                   AND SL-GRADE (SLOT-SUB) = RV-GRADE
               MOVE "Y" TO DUP-FOUND-SW
               MOVE SL-REC-CNT (SLOT-SUB) TO NEW-REC-CNT
           END-IF.
      *
      *
       D22-PRINT-ROW-PARA.
           EVALUATE ROW-SOURCE
               WHEN "T"
                   MOVE "STUTRANS " TO PC-FILE
               WHEN "A"
                   MOVE "TRNARCH  " TO PC-FILE
               WHEN OTHER
                   MOVE "ENROLL   " TO PC-FILE
           END-EVALUATE.
           MOVE RETIRE-ID TO PC-OLD-ID.
           MOVE OLD-REC-CNT TO PC-OLD-CNT.
           MOVE SURVIVE-ID TO PC-NEW-ID.
           MOVE NEW-REC-CNT TO PC-NEW-CNT.
           MOVE RV-DEPT TO PC-DEPT.
           MOVE RV-COURSE-NUM TO PC-COURSE-NUM.
           MOVE RV-TERM-ID TO PC-TERM-ID.
           MOVE RV-GRADE TO PC-GRADE.
           IF DUP-FOUND-SW = "Y"
               MOVE "DUPLICATE-DROP" TO PC-NOTE
               ADD 1 TO ROW-DROP-COUNT
           ELSE
               MOVE SPACES TO PC-NOTE
               ADD 1 TO ROW-MOVE-COUNT
           END-IF.
           MOVE PRINT-ROW-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * THE NEW ROW IS WRITTEN BEFORE THE RETIRED ONE IS DELETED, SO A
      * STOP BETWEEN THE TWO LEAVES A DUPLICATE THE RESTART DROPS -
      * NEVER A LOST ROW.
      *
       D23-COMMIT-ROW-PARA.
           MOVE "N" TO ROW-WRITTEN-SW.
           IF DUP-FOUND-SW = "Y"
               MOVE "Y" TO ROW-WRITTEN-SW
               ADD 1 TO ROW-DROP-COUNT
           ELSE
               EVALUATE ROW-SOURCE
                   WHEN "T"
                       MOVE ROW-VIEW TO TRANS-REC
                       WRITE TRANS-REC
                           INVALID KEY
                               DISPLAY "COURSE ROW NOT WRITTEN "
                                   STUDENT-KEY
                           NOT INVALID KEY
                               MOVE "Y" TO ROW-WRITTEN-SW
                               PERFORM D24-AUDIT-ROW-PARA
                       END-WRITE
                   WHEN "A"
                       MOVE ROW-VIEW TO ARCH-TRANS-REC
                       WRITE ARCH-TRANS-REC
                           INVALID KEY
                               DISPLAY "ARCHIVE ROW NOT WRITTEN "
                                   ARCH-STUDENT-KEY
                           NOT INVALID KEY
                               MOVE "Y" TO ROW-WRITTEN-SW
                               PERFORM D24-AUDIT-ROW-PARA
                       END-WRITE
                   WHEN OTHER
                       MOVE ROW-VIEW TO ENROLL-REC
                       WRITE ENROLL-REC
                           INVALID KEY
                               DISPLAY "ENROLL ROW NOT WRITTEN "
                                   EN-STUDENT-KEY
                           NOT INVALID KEY
                               MOVE "Y" TO ROW-WRITTEN-SW
                       END-WRITE
               END-EVALUATE
               IF ROW-WRITTEN-SW = "Y"
                   ADD 1 TO ROW-MOVE-COUNT
               END-IF
           END-IF.
           IF ROW-WRITTEN-SW = "Y"
               EVALUATE ROW-SOURCE
                   WHEN "T"
                       MOVE RETIRE-ID TO STDNT-ID
                       MOVE OLD-REC-CNT TO REC-CNT
                       DELETE IND-TRANS-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   WHEN "A"
                       MOVE RETIRE-ID TO ARCH-STDNT-ID
                       MOVE OLD-REC-CNT TO ARCH-REC-CNT
                       DELETE ARCH-TRANS-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   WHEN OTHER
                       MOVE RETIRE-ID TO EN-STDNT-ID
                       MOVE OLD-REC-CNT TO EN-REC-CNT
                       DELETE ENROLL-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-EVALUATE
           END-IF.
      *
      * TYPE-M GRADEAUD.DAT ENTRY - THE GRADE DOES NOT CHANGE, SO THE
      * OLD AND NEW GRADE ARE THE SAME; AUD-FROM-KEY SAYS WHERE THE
      * ROW CAME FROM.
      *
       D24-AUDIT-ROW-PARA.
           MOVE SPACES TO AUDIT-REC.
           MOVE "M" TO AUD-ENTRY-TYPE.
           MOVE SURVIVE-ID TO AUD-STDNT-ID.
           MOVE NEW-REC-CNT TO AUD-REC-CNT.
           MOVE RV-GRADE TO AUD-OLD-GRADE.
           MOVE RV-GRADE TO AUD-NEW-GRADE.
           MOVE TODAYS-DATE TO AUD-DATE.
           MOVE OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE RETIRE-ID TO AUD-FROM-STDNT-ID.
           MOVE OLD-REC-CNT TO AUD-FROM-REC-CNT.
           WRITE AUDIT-REC.
      *
      *
       D40-COLLECT-HOLD-PARA.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF HD-STUDENT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       IF KEYED-COUNT < 999
                           ADD 1 TO KEYED-COUNT
                           MOVE HOLD-REC TO KT-ROW (KEYED-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * A HOLD TYPE THE SURVIVOR DOES NOT CARRY MOVES ACROSS.  WHEN
      * BOTH CARRY IT THE SURVIVOR'S ROW STAYS - RE-PLACED WITH THE
      * RETIRED ROW'S DATES IF ONLY THE RETIRED ONE IS STILL ACTIVE.
      *
       D41-MOVE-HOLD-PARA.
           MOVE KT-ROW (KEYED-SUB) TO HOLD-REC.
           MOVE HD-PLACED-DATE TO RH-PLACED-DATE.
           MOVE HD-RELEASED-DATE TO RH-RELEASED-DATE.
           MOVE SURVIVE-ID TO HD-STUDENT-ID.
           READ HOLD-FILE
               INVALID KEY
                   ADD 1 TO FILE-MOVE-COUNT
                   IF PASS-NUMBER = 2
                       MOVE KT-ROW (KEYED-SUB) TO HOLD-REC
                       MOVE SURVIVE-ID TO HD-STUDENT-ID
                       WRITE HOLD-REC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO FILE-KEEP-COUNT
                   IF PASS-NUMBER = 2
                       PERFORM D42-REPLACE-HOLD-PARA
                   END-IF
           END-READ.
           IF PASS-NUMBER = 2
               MOVE KT-ROW (KEYED-SUB) TO HOLD-REC
               DELETE HOLD-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      *
       D42-REPLACE-HOLD-PARA.
           IF HD-RELEASED-DATE NOT = ZERO AND RH-RELEASED-DATE = ZERO
               MOVE RH-PLACED-DATE TO HD-PLACED-DATE
               MOVE ZERO TO HD-RELEASED-DATE
               REWRITE HOLD-REC
           END-IF.
      *
      *
       D45-COLLECT-ADDR-PARA.
           READ ADDR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF AD-STUDENT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       IF KEYED-COUNT < 999
                           ADD 1 TO KEYED-COUNT
                           MOVE ADDR-REC TO KT-ROW (KEYED-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      *
       D46-MOVE-ADDR-PARA.
           MOVE KT-ROW (KEYED-SUB) TO ADDR-REC.
           MOVE SURVIVE-ID TO AD-STUDENT-ID.
           READ ADDR-FILE
               INVALID KEY
                   ADD 1 TO FILE-MOVE-COUNT
                   IF PASS-NUMBER = 2
                       MOVE KT-ROW (KEYED-SUB) TO ADDR-REC
                       MOVE SURVIVE-ID TO AD-STUDENT-ID
                       WRITE ADDR-REC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO FILE-KEEP-COUNT
           END-READ.
           IF PASS-NUMBER = 2
               MOVE KT-ROW (KEYED-SUB) TO ADDR-REC
               DELETE ADDR-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      *
       D50-COLLECT-STAND-PARA.
           READ STAND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF SH-STUDENT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       IF KEYED-COUNT < 999
                           ADD 1 TO KEYED-COUNT
                           MOVE STAND-REC TO KT-ROW (KEYED-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      *
       D51-MOVE-STAND-PARA.
           MOVE KT-ROW (KEYED-SUB) TO STAND-REC.
           MOVE SURVIVE-ID TO SH-STUDENT-ID.
           READ STAND-FILE
               INVALID KEY
                   ADD 1 TO FILE-MOVE-COUNT
                   IF PASS-NUMBER = 2
                       MOVE KT-ROW (KEYED-SUB) TO STAND-REC
                       MOVE SURVIVE-ID TO SH-STUDENT-ID
                       WRITE STAND-REC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO FILE-KEEP-COUNT
           END-READ.
           IF PASS-NUMBER = 2
               MOVE KT-ROW (KEYED-SUB) TO STAND-REC
               DELETE STAND-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      *
       D55-COLLECT-DEGREE-PARA.
           READ DEGREE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF DG-STUDENT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       IF KEYED-COUNT < 999
                           ADD 1 TO KEYED-COUNT
                           MOVE DEGREE-REC TO KT-ROW (KEYED-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      *
       D56-MOVE-DEGREE-PARA.
           MOVE KT-ROW (KEYED-SUB) TO DEGREE-REC.
           MOVE SURVIVE-ID TO DG-STUDENT-ID.
           READ DEGREE-FILE
               INVALID KEY
                   ADD 1 TO FILE-MOVE-COUNT
                   IF PASS-NUMBER = 2
                       MOVE KT-ROW (KEYED-SUB) TO DEGREE-REC
                       MOVE SURVIVE-ID TO DG-STUDENT-ID
                       WRITE DEGREE-REC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO FILE-KEEP-COUNT
           END-READ.
           IF PASS-NUMBER = 2
               MOVE KT-ROW (KEYED-SUB) TO DEGREE-REC
               DELETE DEGREE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      *
       D57-COLLECT-SAP-PARA.
           READ SAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SW
               NOT AT END
                   IF SA-STUDENT-ID NOT = RETIRE-ID
                       MOVE "Y" TO SCAN-EOF-SW
                   ELSE
                       IF KEYED-COUNT < 999
                           ADD 1 TO KEYED-COUNT
                           MOVE SAP-REC TO KT-ROW (KEYED-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      *
       D58-MOVE-SAP-PARA.
           MOVE KT-ROW (KEYED-SUB) TO SAP-REC.
           MOVE SURVIVE-ID TO SA-STUDENT-ID.
           READ SAP-FILE
               INVALID KEY
                   ADD 1 TO FILE-MOVE-COUNT
                   IF PASS-NUMBER = 2
                       MOVE KT-ROW (KEYED-SUB) TO SAP-REC
                       MOVE SURVIVE-ID TO SA-STUDENT-ID
                       WRITE SAP-REC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO FILE-KEEP-COUNT
           END-READ.
           IF PASS-NUMBER = 2
               MOVE KT-ROW (KEYED-SUB) TO SAP-REC
               DELETE SAP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      * PASS 1 LISTS THE PER-FILE COUNTS; BOTH PASSES ROLL THEM INTO
      * THE RUN TOTALS.
      *
       D60-FILE-COUNT-PARA.
           ADD FILE-MOVE-COUNT TO KEYED-MOVE-COUNT.
           ADD FILE-KEEP-COUNT TO KEYED-KEEP-COUNT.
           IF PASS-NUMBER = 1
                   AND (FILE-MOVE-COUNT > ZERO
                        OR FILE-KEEP-COUNT > ZERO)
               MOVE FILE-MOVE-COUNT TO PK-MOVE
               MOVE FILE-KEEP-COUNT TO PK-KEEP
               MOVE PRINT-COUNT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       D70-REPOINT-XREF-PARA.
           MOVE RETIRE-ID TO XR-NEW-ID.
           READ XREF-FILE KEY IS XR-NEW-ID
               INVALID KEY
                   MOVE "Y" TO XREF-DONE-SW
               NOT INVALID KEY
                   MOVE SURVIVE-ID TO XR-NEW-ID
                   REWRITE XREF-REC
                   ADD 1 TO REPOINT-COUNT
           END-READ.
