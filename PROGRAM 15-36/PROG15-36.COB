       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROGRAM-15-36.
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
      * ONE-TIME CONVERSION TO THE THREE-DIGIT COURSE-SEQUENCE KEY.
      * THE ONE-DIGIT REC-CNT GAVE EVERY STUDENT ONLY NINE COURSE
      * ROWS FOR A WHOLE CAREER; FDTRANS AND FDENROLL NOW CARRY A
      * THREE-DIGIT REC-CNT (RECORDS GROW FROM 51 TO 53 BYTES) AND
      * FDAUDIT'S AUD-REC-CNT WIDENS INSIDE THE SAME 80 BYTES.  THIS
      * RUN READS EACH EXISTING INDEXED FILE UNDER ITS OLD 51-BYTE
      * LAYOUT - STUTRANS.DAI, ENROLL.DAI, AND THE TRNARCH.DAI
      * ARCHIVE - UNLOADS IT TO A WORK FILE (CNVWORK.TMP) WITH THE
      * REC-CNT WIDENED, AND RELOADS THE FILE FRESH IN THE NEW
      * LAYOUT UNDER ITS OWN NAME.  EXISTING REC-CNT VALUES ARE KEPT
      * (5 BECOMES 005), SO EVERY KEY STILL POINTS AT THE SAME ROW.
      * GRADEAUD.DAT IS THEN RE-STAMPED IN PLACE: AN ENTRY STILL IN
      * THE OLD LAYOUT (SPACES RIGHT AFTER THE ONE-DIGIT REC-CNT) HAS
      * ITS REC-CNT WIDENED; AN ENTRY ALREADY WIDENED IS LEFT ALONE.
      * A FILE THAT IS NOT ON HAND, OR IS ALREADY IN THE NEW LAYOUT
      * (THE OLD-LAYOUT OPEN FAILS ON THE RECORD LENGTH), IS SKIPPED
      * WITH A MESSAGE, SO A RERUN DOES NO HARM.  UNLOAD AND RELOAD
      * COUNTS ARE DISPLAYED FOR BALANCING.  TAKE A BACKUP OF THE
      * FILES FIRST, AND RUN PROGRAM-15-10 RIGHT AFTERWARD SO
      * STUTRANS.DAT IS IN THE NEW LAYOUT BEFORE THE NEXT PROG15-4
      * REBUILD.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OLD-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OT-STUDENT-KEY
               ALTERNATE RECORD KEY IS OT-STDNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT OLD-ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OE-STUDENT-KEY
               ALTERNATE RECORD KEY IS OE-STDNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT OLD-ARCH-FILE
               ASSIGN TO "TRNARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OR-STUDENT-KEY
               ALTERNATE RECORD KEY IS OR-STDNT-ID WITH DUPLICATES
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EN-STUDENT-KEY
               ALTERNATE RECORD KEY IS EN-STDNT-ID WITH DUPLICATES.
           SELECT ARCH-TRANS-FILE
               ASSIGN TO "TRNARCH.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ARCH-STUDENT-KEY
               ALTERNATE RECORD KEY IS ARCH-STDNT-ID WITH DUPLICATES.
           SELECT AUDIT-FILE
               ASSIGN TO "GRADEAUD.DAT"
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT WORK-FILE
               ASSIGN TO "CNVWORK.TMP".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      * THE THREE INDEXED FILES AS THEY STAND BEFORE CONVERSION -
      * THE OLD 51-BYTE RECORD WITH THE ONE-DIGIT REC-CNT.  ONLY THE
      * KEY FIELDS ARE BROKEN OUT; EVERYTHING AFTER THE KEY MOVES
      * ACROSS UNCHANGED.
      *
       FD  OLD-TRANS-FILE
             RECORD CONTAINS 51 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS OLD-TRANS-REC.
      *
       01  OLD-TRANS-REC.
           05  OT-LEAD                PIC X(2).
           05  OT-STUDENT-KEY.
               10  OT-STDNT-ID        PIC 9(9).
               10  OT-REC-CNT         PIC 9.
           05  OT-REST                PIC X(39).
      *
       FD  OLD-ENROLL-FILE
             RECORD CONTAINS 51 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS OLD-ENROLL-REC.
      *
       01  OLD-ENROLL-REC.
           05  OE-LEAD                PIC X(2).
           05  OE-STUDENT-KEY.
               10  OE-STDNT-ID        PIC 9(9).
               10  OE-REC-CNT         PIC 9.
           05  OE-REST                PIC X(39).
      *
       FD  OLD-ARCH-FILE
             RECORD CONTAINS 51 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS OLD-ARCH-REC.
      *
       01  OLD-ARCH-REC.
           05  OR-LEAD                PIC X(2).
           05  OR-STUDENT-KEY.
               10  OR-STDNT-ID        PIC 9(9).
               10  OR-REC-CNT         PIC 9.
           05  OR-REST                PIC X(39).
      *
       COPY FDTRANS OF LIBRARY.
      *
       COPY FDENROLL OF LIBRARY.
      *
      * THE ARCHIVE SHARES THE LIVE LAYOUT EXACTLY - EVERY DATA NAME
      * IS PREFIXED ARCH- THE SAME WAY PROGRAM-15-19 COPIES IT.
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
       COPY FDAUDIT OF LIBRARY.
      *
      * ONE NEW-LAYOUT (53-BYTE) ROW PER OLD ROW, REUSED FOR EACH OF
      * THE THREE INDEXED FILES IN TURN.
      *
       FD  WORK-FILE
             RECORD CONTAINS 53 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS WORK-REC.
      *
       01  WORK-REC.
           05  WR-LEAD                PIC X(2).
           05  WR-STDNT-ID            PIC 9(9).
           05  WR-REC-CNT             PIC 9(3).
           05  WR-REST                PIC X(39).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  PROGRAM-SWITCHES.
           05  OLD-EOF-SW             PIC X VALUE "N".
           05  WORK-EOF-SW            PIC X VALUE "N".
           05  AUD-EOF-SW             PIC X VALUE "N".
      *
       01  OLD-FILE-STATUS            PIC XX.
       01  AUD-FILE-STATUS            PIC XX.
      *
      * A GRADEAUD.DAT ENTRY AS THE OLD LAYOUT LAID IT OUT - THE
      * ONE-DIGIT REC-CNT FOLLOWED BY A TWO-BYTE SPACER.  A SPACER
      * STILL BLANK MARKS AN ENTRY NOT YET RE-STAMPED.
      *
       01  OLD-AUDIT-IMAGE.
           05  FILLER                 PIC X(2).
           05  OA-STDNT-ID            PIC 9(9).
           05  OA-REC-CNT             PIC 9.
           05  OA-SPACER              PIC X(2).
           05  FILLER                 PIC X(66).
      *
       01  CONVERT-COUNTERS.
           05  UNLOAD-COUNT           PIC 9(7) VALUE ZERO.
           05  RELOAD-COUNT           PIC 9(7) VALUE ZERO.
           05  AUDIT-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  AUDIT-FIX-COUNT        PIC 9(7) VALUE ZERO.
           05  COUNT-EDIT             PIC ZZZZZZ9.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAIN-LINE-PARA.
           PERFORM B10-CONVERT-TRANS-PARA.
           PERFORM B20-CONVERT-ENROLL-PARA.
           PERFORM B30-CONVERT-ARCH-PARA.
           PERFORM B40-CONVERT-AUDIT-PARA.
           STOP RUN.
      *
      * STUTRANS.DAI - UNLOADED UNDER THE OLD LAYOUT, THEN RELOADED
      * FROM THE WORK FILE WITH AN OUTPUT OPEN THAT REPLACES THE OLD
      * FILE OUTRIGHT.
      *
       B10-CONVERT-TRANS-PARA.
           MOVE ZERO TO UNLOAD-COUNT RELOAD-COUNT.
           MOVE "N" TO OLD-EOF-SW.
           OPEN INPUT OLD-TRANS-FILE.
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "STUTRANS.DAI NOT IN THE OLD LAYOUT - SKIPPED"
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM C10-UNLOAD-TRANS-PARA UNTIL OLD-EOF-SW = "Y"
               CLOSE OLD-TRANS-FILE
                     WORK-FILE
               MOVE "N" TO WORK-EOF-SW
               OPEN INPUT WORK-FILE
                    OUTPUT IND-TRANS-FILE
               PERFORM C15-RELOAD-TRANS-PARA UNTIL WORK-EOF-SW = "Y"
               CLOSE WORK-FILE
                     IND-TRANS-FILE
               DISPLAY "STUTRANS.DAI CONVERTED"
               PERFORM C90-SHOW-COUNTS-PARA
           END-IF.
      *
      *
       C10-UNLOAD-TRANS-PARA.
           READ OLD-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SW
               NOT AT END
                   MOVE OT-LEAD TO WR-LEAD
                   MOVE OT-STDNT-ID TO WR-STDNT-ID
                   MOVE OT-REC-CNT TO WR-REC-CNT
                   MOVE OT-REST TO WR-REST
                   WRITE WORK-REC
                   ADD 1 TO UNLOAD-COUNT
           END-READ.
      *
      *
       C15-RELOAD-TRANS-PARA.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WORK-EOF-SW
               NOT AT END
                   MOVE WORK-REC TO TRANS-REC
                   WRITE TRANS-REC
                       INVALID KEY
                           DISPLAY "INVALID TRANS KEY " STUDENT-KEY
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
      * ENROLL.DAI - SAME UNLOAD AND RELOAD.  A SITE THAT HAS NEVER
      * RUN PROGRAM-15-21 HAS NO ENROLLMENT FILE TO CONVERT.
      *
       B20-CONVERT-ENROLL-PARA.
           MOVE ZERO TO UNLOAD-COUNT RELOAD-COUNT.
           MOVE "N" TO OLD-EOF-SW.
           OPEN INPUT OLD-ENROLL-FILE.
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "ENROLL.DAI NOT IN THE OLD LAYOUT - SKIPPED"
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM C20-UNLOAD-ENROLL-PARA UNTIL OLD-EOF-SW = "Y"
               CLOSE OLD-ENROLL-FILE
                     WORK-FILE
               MOVE "N" TO WORK-EOF-SW
               OPEN INPUT WORK-FILE
                    OUTPUT ENROLL-FILE
               PERFORM C25-RELOAD-ENROLL-PARA UNTIL WORK-EOF-SW = "Y"
               CLOSE WORK-FILE
                     ENROLL-FILE
               DISPLAY "ENROLL.DAI CONVERTED"
               PERFORM C90-SHOW-COUNTS-PARA
           END-IF.
      *
      *
       C20-UNLOAD-ENROLL-PARA.
           READ OLD-ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SW
               NOT AT END
                   MOVE OE-LEAD TO WR-LEAD
                   MOVE OE-STDNT-ID TO WR-STDNT-ID
                   MOVE OE-REC-CNT TO WR-REC-CNT
                   MOVE OE-REST TO WR-REST
                   WRITE WORK-REC
                   ADD 1 TO UNLOAD-COUNT
           END-READ.
      *
      *
       C25-RELOAD-ENROLL-PARA.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WORK-EOF-SW
               NOT AT END
                   MOVE WORK-REC TO ENROLL-REC
                   WRITE ENROLL-REC
                       INVALID KEY
                           DISPLAY "INVALID ENROLL KEY " EN-STUDENT-KEY
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
      * TRNARCH.DAI - SAME UNLOAD AND RELOAD.  A SITE THAT HAS NEVER
      * RUN PROGRAM-15-19 HAS NO ARCHIVE TO CONVERT.
      *
       B30-CONVERT-ARCH-PARA.
           MOVE ZERO TO UNLOAD-COUNT RELOAD-COUNT.
           MOVE "N" TO OLD-EOF-SW.
           OPEN INPUT OLD-ARCH-FILE.
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "TRNARCH.DAI NOT IN THE OLD LAYOUT - SKIPPED"
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM C30-UNLOAD-ARCH-PARA UNTIL OLD-EOF-SW = "Y"
               CLOSE OLD-ARCH-FILE
                     WORK-FILE
               MOVE "N" TO WORK-EOF-SW
               OPEN INPUT WORK-FILE
                    OUTPUT ARCH-TRANS-FILE
               PERFORM C35-RELOAD-ARCH-PARA UNTIL WORK-EOF-SW = "Y"
               CLOSE WORK-FILE
                     ARCH-TRANS-FILE
               DISPLAY "TRNARCH.DAI CONVERTED"
               PERFORM C90-SHOW-COUNTS-PARA
           END-IF.
      *
      *
       C30-UNLOAD-ARCH-PARA.
           READ OLD-ARCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SW
               NOT AT END
                   MOVE OR-LEAD TO WR-LEAD
                   MOVE OR-STDNT-ID TO WR-STDNT-ID
                   MOVE OR-REC-CNT TO WR-REC-CNT
                   MOVE OR-REST TO WR-REST
                   WRITE WORK-REC
                   ADD 1 TO UNLOAD-COUNT
           END-READ.
      *
      *
       C35-RELOAD-ARCH-PARA.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WORK-EOF-SW
               NOT AT END
                   MOVE WORK-REC TO ARCH-TRANS-REC
                   WRITE ARCH-TRANS-REC
                       INVALID KEY
                           DISPLAY "INVALID ARCHIVE KEY "
                               ARCH-STUDENT-KEY
                       NOT INVALID KEY
                           ADD 1 TO RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
      * GRADEAUD.DAT KEEPS ITS 80-BYTE RECORD, SO IT IS CONVERTED IN
      * PLACE.  THE STUDENT-ID AND EVERY FIELD AFTER THE OLD SPACER
      * ALREADY SIT IN THE RIGHT COLUMNS; ONLY THE REC-CNT IS MOVED
      * INTO ITS WIDER FIELD.
      *
       B40-CONVERT-AUDIT-PARA.
           OPEN I-O AUDIT-FILE.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "NO GRADEAUD.DAT ON HAND - SKIPPED"
           ELSE
               PERFORM C40-AUDIT-ENTRY-PARA UNTIL AUD-EOF-SW = "Y"
               CLOSE AUDIT-FILE
               MOVE AUDIT-READ-COUNT TO COUNT-EDIT
               DISPLAY "GRADEAUD.DAT ENTRIES READ:    " COUNT-EDIT
               MOVE AUDIT-FIX-COUNT TO COUNT-EDIT
               DISPLAY "GRADEAUD.DAT ENTRIES WIDENED: " COUNT-EDIT
           END-IF.
      *
      *
       C40-AUDIT-ENTRY-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO AUD-EOF-SW
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT
                   MOVE AUDIT-REC TO OLD-AUDIT-IMAGE
                   IF OA-SPACER = SPACES AND OA-REC-CNT NUMERIC
                       MOVE OA-REC-CNT TO AUD-REC-CNT
                       REWRITE AUDIT-REC
                       ADD 1 TO AUDIT-FIX-COUNT
                   END-IF
           END-READ.
      *
      *
       C90-SHOW-COUNTS-PARA.
           MOVE UNLOAD-COUNT TO COUNT-EDIT.
           DISPLAY "   ROWS UNLOADED: " COUNT-EDIT.
           MOVE RELOAD-COUNT TO COUNT-EDIT.
           DISPLAY "   ROWS RELOADED: " COUNT-EDIT.
