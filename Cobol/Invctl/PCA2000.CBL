       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PCA2000.
      *
      *    PENDING PRICE AND COST CHANGES. A MORNING LIST OF EVERY
      *    CHANGE STILL WAITING ON PRCPEND FOR SUPERVISOR REVIEW,
      *    WITH WHO ENTERED IT AND HOW MANY DAYS IT HAS WAITED, SO
      *    NOTHING SITS UNREVIEWED WHILE THE MASTER CARRIES THE OLD
      *    FIGURES. APPROVALS AND REJECTIONS ARE MADE ON PCA1000.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRCPEND  ASSIGN TO "c:\cobol\data\prcpend.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS PG-ITEM-NO
                           FILE STATUS IS PRCPEND-FILE-STATUS.
           SELECT PCARPT   ASSIGN TO "c:\cobol\data\pca2lst.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRCPEND.
      *
       COPY "Prcpend.cpy".
      *
       FD  PCARPT.
       01  PCA-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PRCPEND-EOF-SWITCH          PIC X   VALUE "N".
               88  PRCPEND-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PRCPEND-FILE-STATUS     PIC XX.
               88  PRCPEND-SUCCESSFUL          VALUE "00".
      *
       01  COUNT-FIELDS.
           05  CHANGES-LISTED          PIC 9(5)    VALUE ZERO.
      *
       01  AGING-WORK-FIELDS.
           05  DAYS-WAITING            PIC S9(5).
      *
       COPY "Dtereq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  PCA-HEADING-LINE-1.
           05  FILLER                  PIC X(46) VALUE
               "PCA2000  PRICE CHANGES AWAITING REVIEW AS OF ".
           05  PHL-RUN-DATE            PIC 9(8).
      *
       01  PCA-HEADING-LINE-2.
           05  FILLER                  PIC X(7)  VALUE "ITEM".
           05  FILLER                  PIC X(9)  VALUE "OLD COST".
           05  FILLER                  PIC X(9)  VALUE "NEW COST".
           05  FILLER                  PIC X(10) VALUE "OLD PRICE".
           05  FILLER                  PIC X(10) VALUE "NEW PRICE".
           05  FILLER                  PIC X(10) VALUE "ENTERED".
           05  FILLER                  PIC X(10) VALUE "BY".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(4)  VALUE "DAYS".
      *
       01  PCA-DETAIL-LINE.
           05  PDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-OLD-COST            PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PDL-NEW-COST            PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PDL-OLD-PRICE           PIC ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  PDL-NEW-PRICE           PIC ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  PDL-ENTRY-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-ENTERED-BY          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-SOURCE-PROGRAM      PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PDL-DAYS                PIC ZZ,ZZ9.
      *
       01  PCA-TOTAL-LINE.
           05  FILLER                  PIC X(26)
               VALUE "CHANGES AWAITING REVIEW  ".
           05  PTL-LISTED-COUNT        PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-LIST-PENDING-CHANGES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN OUTPUT PCARPT.
           MOVE RUN-DATE TO PHL-RUN-DATE.
           MOVE PCA-HEADING-LINE-1 TO PCA-PRINT-AREA.
           WRITE PCA-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PCA-HEADING-LINE-2 TO PCA-PRINT-AREA.
           WRITE PCA-PRINT-AREA AFTER ADVANCING 2 LINES.
           OPEN INPUT PRCPEND.
           IF PRCPEND-SUCCESSFUL
               PERFORM 100-LIST-NEXT-CHANGE
                   UNTIL PRCPEND-EOF
               CLOSE PRCPEND
           ELSE
               MOVE "NO PENDING-CHANGE FILE ON FILE." TO PCA-PRINT-AREA
               WRITE PCA-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE CHANGES-LISTED TO PTL-LISTED-COUNT.
           MOVE PCA-TOTAL-LINE TO PCA-PRINT-AREA.
           WRITE PCA-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE PCARPT.
           DISPLAY "PCA2000 CHANGES AWAITING REVIEW " CHANGES-LISTED.
           STOP RUN.
      *
       100-LIST-NEXT-CHANGE.
      *
           READ PRCPEND NEXT RECORD
               AT END
                   MOVE "Y" TO PRCPEND-EOF-SWITCH
               NOT AT END
                   PERFORM 200-LIST-ONE-CHANGE
           END-READ.
      *
       200-LIST-ONE-CHANGE.
      *
           ADD 1 TO CHANGES-LISTED.
           MOVE ZERO TO DAYS-WAITING.
           MOVE RUN-DATE      TO DC-DATE-1.
           MOVE PG-ENTRY-DATE TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-ELAPSED-DAYS TO DAYS-WAITING.
           MOVE PG-ITEM-NO         TO PDL-ITEM-NO.
           MOVE PG-OLD-UNIT-COST   TO PDL-OLD-COST.
           MOVE PG-NEW-UNIT-COST   TO PDL-NEW-COST.
           MOVE PG-OLD-UNIT-PRICE  TO PDL-OLD-PRICE.
           MOVE PG-NEW-UNIT-PRICE  TO PDL-NEW-PRICE.
           MOVE PG-ENTRY-DATE      TO PDL-ENTRY-DATE.
           MOVE PG-ENTERED-BY      TO PDL-ENTERED-BY.
           MOVE PG-SOURCE-PROGRAM  TO PDL-SOURCE-PROGRAM.
           MOVE DAYS-WAITING       TO PDL-DAYS.
           MOVE PCA-DETAIL-LINE TO PCA-PRINT-AREA.
           WRITE PCA-PRINT-AREA AFTER ADVANCING 1 LINES.
