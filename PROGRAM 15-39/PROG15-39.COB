       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-39.
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
      * NIGHTLY BURSAR BALANCE RETURN.  READS THE BALANCE FILE THE
      * BURSAR SYSTEM SENDS BACK EACH NIGHT (BURSBAL.DAT, ONE ROW PER
      * STUDENT ACCOUNT - THE BALANCE OWED, A "-" SIGN BYTE FOR A
      * CREDIT BALANCE, AND THE AS-OF DATE) AND KEEPS THE "BU"
      * (BURSAR BALANCE) HOLDS ON HOLDS.DAI IN STEP WITH IT, SO THE
      * TRANSCRIPT, EXTRACT AND GRADUATION PROGRAMS THAT HONOR HOLDS
      * REFLECT REAL BALANCES WITHOUT A CLERK KEYING EACH ONE THROUGH
      * PROGRAM-15-28.  THE HOLD THRESHOLD COMES FROM THE ONE-RECORD
      * PARAMETER FILE BURSPARM.DAT; WITHOUT A USABLE THRESHOLD THE
      * RUN ABORTS RATHER THAN GUESS.
      *
      * A STUDENT OWING MORE THAN THE THRESHOLD GETS A BU HOLD - A NEW
      * ONE WRITTEN, OR A RELEASED ONE RE-PLACED, EXACTLY AS
      * PROGRAM-15-28 DOES IT; AN ACTIVE BU HOLD IS LEFT ALONE.  A
      * STUDENT AT OR UNDER THE THRESHOLD (OR IN CREDIT) HAS AN
      * ACTIVE BU HOLD RELEASED WITH TODAY'S DATE.  A STUDENT THE
      * BALANCE FILE DOES NOT MENTION IS NOT TOUCHED, AND NO OTHER
      * HOLD TYPE IS EVER LOOKED AT.  ROWS THAT ARE NOT NUMERIC OR
      * NAME NO STUDENT ON STUDENT.DAI ARE REJECTED.  THE ACTION
      * LISTING (BURSHOLD.PRT) SHOWS EVERY HOLD PLACED, RE-PLACED OR
      * RELEASED AND EVERY REJECT, WITH COUNTS AT END OF JOB.
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
               ASSIGN TO "BURSPARM.DAT"
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT BALANCE-FILE
               ASSIGN TO "BURSBAL.DAT"
               FILE STATUS IS BAL-FILE-STATUS.
           SELECT IND-STUD-FILE
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS HLD-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "BURSHOLD.PRT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      * ONE RECORD.  THE BALANCE (DOLLARS AND CENTS) A STUDENT MUST
      * OWE BEFORE A BU HOLD IS PLACED.
      *
       FD  PARM-FILE
             RECORD CONTAINS 20 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS PARM-REC.
      *
       01  PARM-REC.
           05  BP-HOLD-THRESHOLD      PIC 9(5)V99.
           05  FILLER                 PIC X(13).
      *
      * BURSAR BALANCE INTERFACE.  BB-BALANCE IS UNSIGNED WITH TWO
      * IMPLIED DECIMALS; BB-BALANCE-SIGN "-" MARKS A CREDIT.
      *
       FD  BALANCE-FILE
             RECORD CONTAINS 30 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS BALANCE-REC.
      *
       01  BALANCE-REC.
           05  BB-STUDENT-ID          PIC 9(9).
           05  BB-BALANCE             PIC 9(7)V99.
           05  BB-BALANCE-SIGN        PIC X.
           05  BB-AS-OF-DATE          PIC 9(8).
           05  FILLER                 PIC X(3).
      *
       COPY FDSTUDENT OF LIBRARY.
      *
       COPY FDHOLD OF LIBRARY.
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
           05  BAL-EOF-SW             PIC X VALUE "N".
           05  PARM-OK-SW             PIC X VALUE "N".
      *
       01  PRM-FILE-STATUS            PIC XX.
       01  BAL-FILE-STATUS            PIC XX.
       01  HLD-FILE-STATUS            PIC XX.
      *
       01  TODAYS-DATE                PIC 9(8).
       01  HOLD-THRESHOLD             PIC 9(5)V99.
      *
       01  RUN-COUNTERS.
           05  BAL-READ-COUNT         PIC 9(5) VALUE ZERO.
           05  PLACED-COUNT           PIC 9(5) VALUE ZERO.
           05  REPLACED-COUNT         PIC 9(5) VALUE ZERO.
           05  RELEASED-COUNT         PIC 9(5) VALUE ZERO.
           05  STILL-HELD-COUNT       PIC 9(5) VALUE ZERO.
           05  REJECT-COUNT           PIC 9(5) VALUE ZERO.
      *
       01  PRINT-HEADING-LINE.
           05  FILLER                 PIC X(31) VALUE
               "*** BURSAR BALANCE HOLD ACTIONS".
           05  FILLER                 PIC X(4) VALUE " ***".
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  PH-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(22) VALUE SPACES.
      *
       01  PRINT-THRESHOLD-LINE.
           05  FILLER                 PIC X(26) VALUE
               "HOLD PLACED ABOVE BALANCE ".
           05  PH-THRESHOLD           PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(45) VALUE SPACES.
      *
       01  PRINT-COLUMN-HEADING.
           05  FILLER                 PIC X(11) VALUE "STUDENT".
           05  FILLER                 PIC X(26) VALUE "NAME".
           05  FILLER                 PIC X(14) VALUE "      BALANCE".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(20) VALUE "ACTION".
           05  FILLER                 PIC X(8) VALUE SPACES.
      *
       01  PRINT-DETAIL-LINE.
           05  PD-STUDENT-ID           PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-LASTN                PIC X(14).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-FIRSTN               PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  PD-BALANCE              PIC Z,ZZZ,ZZ9.99.
           05  PD-BALANCE-SIGN         PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PD-ACTION               PIC X(20).
           05  FILLER                 PIC X(8) VALUE SPACES.
      *
       01  PRINT-TRAILER-LINE-1.
           05  FILLER                 PIC X(11) VALUE "ROWS READ: ".
           05  PT-READ-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE "PLACED: ".
           05  PT-PLACED-COUNT         PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "RE-PLACED: ".
           05  PT-REPLACED-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "RELEASED: ".
           05  PT-RELEASED-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(8) VALUE SPACES.
      *
       01  PRINT-TRAILER-LINE-2.
           05  FILLER                 PIC X(17) VALUE
               "ALREADY ON HOLD: ".
           05  PT-STILL-HELD-COUNT     PIC ZZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "REJECTED: ".
           05  PT-REJECT-COUNT         PIC ZZZZ9.
           05  FILLER                 PIC X(39) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM B10-OPEN-PARA.
           IF BAL-EOF-SW = "N"
               PERFORM B20-BALANCE-PARA UNTIL BAL-EOF-SW = "Y"
               PERFORM B90-CLOSE-PARA
           END-IF.
           DISPLAY "BALANCE ROWS READ:     " BAL-READ-COUNT.
           DISPLAY "BU HOLDS PLACED:       " PLACED-COUNT.
           DISPLAY "BU HOLDS RE-PLACED:    " REPLACED-COUNT.
           DISPLAY "BU HOLDS RELEASED:     " RELEASED-COUNT.
           DISPLAY "ROWS REJECTED:         " REJECT-COUNT.
           STOP RUN.
      *
      * HOLDS.DAI IS CREATED EMPTY IF NO HOLD HAS EVER BEEN PLACED
      * (FILE STATUS "35" ON THE I-O OPEN), THE SAME WAY
      * PROGRAM-15-28 DOES IT.
      *
       B10-OPEN-PARA.
           PERFORM B12-THRESHOLD-PARA.
           IF PARM-OK-SW = "N"
               DISPLAY "NO USABLE HOLD THRESHOLD IN BURSPARM.DAT"
                   " - RUN ABORTED"
               MOVE "Y" TO BAL-EOF-SW
           ELSE
               OPEN INPUT BALANCE-FILE
               IF BAL-FILE-STATUS NOT = "00"
                   DISPLAY "NO BURSAR BALANCE FILE ON HAND - NOTHING"
                       " TO DO"
                   MOVE "Y" TO BAL-EOF-SW
               ELSE
                   OPEN I-O HOLD-FILE
                   IF HLD-FILE-STATUS = "35"
                       OPEN OUTPUT HOLD-FILE
                       CLOSE HOLD-FILE
                       OPEN I-O HOLD-FILE
                   END-IF
                   OPEN INPUT IND-STUD-FILE
                        OUTPUT PRINT-FILE
                   PERFORM B15-HEADINGS-PARA
               END-IF
           END-IF.
      *
      *
       B12-THRESHOLD-PARA.
           OPEN INPUT PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-HOLD-THRESHOLD NUMERIC
                           MOVE BP-HOLD-THRESHOLD TO HOLD-THRESHOLD
                           MOVE "Y" TO PARM-OK-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *
      *
       B15-HEADINGS-PARA.
           MOVE TODAYS-DATE TO PH-RUN-DATE.
           MOVE PRINT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE HOLD-THRESHOLD TO PH-THRESHOLD.
           MOVE PRINT-THRESHOLD-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE PRINT-COLUMN-HEADING TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B20-BALANCE-PARA.
           READ BALANCE-FILE
               AT END
                   MOVE "Y" TO BAL-EOF-SW
               NOT AT END
                   ADD 1 TO BAL-READ-COUNT
                   PERFORM C20-EDIT-BALANCE-PARA
           END-READ.
      *
      *
       C20-EDIT-BALANCE-PARA.
           MOVE SPACES TO LASTN
                          FIRSTN.
           IF BB-STUDENT-ID NOT NUMERIC OR BB-BALANCE NOT NUMERIC
               MOVE "REJECT - NOT NUMERIC" TO PD-ACTION
               PERFORM C90-REJECT-PARA
           ELSE
               MOVE BB-STUDENT-ID TO STUDENT-ID
               READ IND-STUD-FILE
                   INVALID KEY
                       MOVE "REJECT - NO MASTER  " TO PD-ACTION
                       PERFORM C90-REJECT-PARA
                   NOT INVALID KEY
                       IF BB-BALANCE-SIGN NOT = "-" AND
                          BB-BALANCE > HOLD-THRESHOLD
                           PERFORM C30-PLACE-PARA
                       ELSE
                           PERFORM C40-RELEASE-PARA
                       END-IF
               END-READ
           END-IF.
      *
      * SAME PLACEMENT RULE AS PROGRAM-15-28'S B20-PLACE-PARA: A NEW
      * HOLD IS WRITTEN, A RELEASED ONE IS RE-PLACED WITH TODAY AS
      * ITS PLACED DATE, AND AN ACTIVE ONE IS LEFT AS IT IS.
      *
       C30-PLACE-PARA.
           MOVE BB-STUDENT-ID TO HD-STUDENT-ID.
           MOVE "BU" TO HD-HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   MOVE SPACES TO HOLD-REC
                   MOVE BB-STUDENT-ID TO HD-STUDENT-ID
                   MOVE "BU" TO HD-HOLD-TYPE
                   MOVE TODAYS-DATE TO HD-PLACED-DATE
                   MOVE ZEROS TO HD-RELEASED-DATE
                   WRITE HOLD-REC
                       INVALID KEY
                           MOVE "HOLD NOT PLACED     " TO PD-ACTION
                       NOT INVALID KEY
                           ADD 1 TO PLACED-COUNT
                           MOVE "BU HOLD PLACED      " TO PD-ACTION
                   END-WRITE
                   PERFORM C80-ACTION-LINE-PARA
               NOT INVALID KEY
                   IF HD-RELEASED-DATE = ZEROS
                       ADD 1 TO STILL-HELD-COUNT
                   ELSE
                       MOVE TODAYS-DATE TO HD-PLACED-DATE
                       MOVE ZEROS TO HD-RELEASED-DATE
                       REWRITE HOLD-REC
                           INVALID KEY
                               MOVE "HOLD NOT PLACED     " TO
                                   PD-ACTION
                           NOT INVALID KEY
                               ADD 1 TO REPLACED-COUNT
                               MOVE "BU HOLD RE-PLACED   " TO
                                   PD-ACTION
                       END-REWRITE
                       PERFORM C80-ACTION-LINE-PARA
                   END-IF
           END-READ.
      *
      * ONLY AN ACTIVE BU HOLD IS RELEASED; A STUDENT WITH NO BU HOLD,
      * OR ONE ALREADY RELEASED, NEEDS NOTHING AND PRINTS NOTHING.
      *
       C40-RELEASE-PARA.
           MOVE BB-STUDENT-ID TO HD-STUDENT-ID.
           MOVE "BU" TO HD-HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HD-RELEASED-DATE = ZEROS
                       MOVE TODAYS-DATE TO HD-RELEASED-DATE
                       REWRITE HOLD-REC
                           INVALID KEY
                               MOVE "HOLD NOT RELEASED   " TO
                                   PD-ACTION
                           NOT INVALID KEY
                               ADD 1 TO RELEASED-COUNT
                               MOVE "BU HOLD RELEASED    " TO
                                   PD-ACTION
                       END-REWRITE
                       PERFORM C80-ACTION-LINE-PARA
                   END-IF
           END-READ.
      *
      *
       C80-ACTION-LINE-PARA.
           MOVE BB-STUDENT-ID TO PD-STUDENT-ID.
           MOVE LASTN TO PD-LASTN.
           MOVE FIRSTN TO PD-FIRSTN.
           MOVE BB-BALANCE TO PD-BALANCE.
           IF BB-BALANCE-SIGN = "-"
               MOVE "-" TO PD-BALANCE-SIGN
           ELSE
               MOVE SPACE TO PD-BALANCE-SIGN
           END-IF.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      * A REJECTED ROW IS PRINTED WITH WHATEVER IT CARRIED; A BALANCE
      * THAT IS NOT NUMERIC PRINTS AS ZERO.
      *
       C90-REJECT-PARA.
           ADD 1 TO REJECT-COUNT.
           MOVE BB-STUDENT-ID TO PD-STUDENT-ID.
           MOVE LASTN TO PD-LASTN.
           MOVE FIRSTN TO PD-FIRSTN.
           IF BB-BALANCE NUMERIC
               MOVE BB-BALANCE TO PD-BALANCE
           ELSE
               MOVE ZERO TO PD-BALANCE
           END-IF.
           MOVE SPACE TO PD-BALANCE-SIGN.
           MOVE PRINT-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
      *
      *
       B90-CLOSE-PARA.
           MOVE BAL-READ-COUNT TO PT-READ-COUNT.
           MOVE PLACED-COUNT TO PT-PLACED-COUNT.
           MOVE REPLACED-COUNT TO PT-REPLACED-COUNT.
           MOVE RELEASED-COUNT TO PT-RELEASED-COUNT.
           MOVE PRINT-TRAILER-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE STILL-HELD-COUNT TO PT-STILL-HELD-COUNT.
           MOVE REJECT-COUNT TO PT-REJECT-COUNT.
           MOVE PRINT-TRAILER-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINE.
           CLOSE BALANCE-FILE
                 IND-STUD-FILE
                 HOLD-FILE
                 PRINT-FILE.
