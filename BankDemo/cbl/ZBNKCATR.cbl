      **************************************************************
      * Program:     ZBNKCATR                                      *
      * Function:    DAILY REWARD CATALOG CHANGE REPORT OVER THE    *
      *              CATJRNL JOURNAL ZBNKCAT (TRANID LYCM) WRITES   *
      *              FOR EVERY CATALOG ADD, CHANGE AND RETIREMENT.  *
      *              THE JOURNAL ARRIVES SORTED BY ITEM CODE, THEN  *
      *              DATE/TIME, SO EACH ITEM'S CHANGES LIST IN THE  *
      *              ORDER THEY WERE MADE, EACH WITH THE USER ID,   *
      *              TERMINAL AND TIME OF THE CHANGE AND THE ITEM'S *
      *              DESCRIPTION, POINT COST AND ACTIVE-FROM/       *
      *              ACTIVE-TO DATES BEFORE AND AFTER IT.  A CHANGE *
      *              TO THE POINT COST IS FLAGGED, SO AUDIT CAN     *
      *              TELL WHICH PRICE WAS IN FORCE FOR A REDEMPTION *
      *              POSTED BEFORE OR AFTER IT.  COUNTS BY ACTION   *
      *              PRINT AT THE END.                              *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKCATR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE     ASSIGN CATJRNLS
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE      ASSIGN CATRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  CATALOG-JOURNAL-RECORD.
           05  CJ-USER-ID              PIC X(8).
           05  CJ-TERMINAL             PIC X(4).
           05  CJ-DATE                 PIC X(8).
           05  CJ-TIME                 PIC X(8).
           05  CJ-ACTION               PIC X(1).
               88  CJ-ADD                    VALUE 'A'.
               88  CJ-CHANGE                 VALUE 'C'.
               88  CJ-RETIRE                 VALUE 'R'.
           05  CJ-BEFORE-IMAGE.
               10  CJB-ITEM-CODE       PIC X(04).
               10  CJB-DESCRIPTION     PIC X(15).
               10  CJB-POINT-COST      PIC 9(04).
               10  CJB-ACTIVE-FROM     PIC X(08).
               10  CJB-ACTIVE-TO       PIC X(08).
               10  FILLER              PIC X(01).
           05  CJ-AFTER-IMAGE.
               10  CJA-ITEM-CODE       PIC X(04).
               10  CJA-DESCRIPTION     PIC X(15).
               10  CJA-POINT-COST      PIC 9(04).
               10  CJA-ACTIVE-FROM     PIC X(08).
               10  CJA-ACTIVE-TO       PIC X(08).
               10  FILLER              PIC X(01).
           05  FILLER                  PIC X(11).
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DATA               VALUE 'Y'.
       01  GRAND-COUNTERS.
           05  CTR-CHANGES-READ        PIC 9(5) VALUE 0.
           05  CTR-ITEMS-ADDED         PIC 9(5) VALUE 0.
           05  CTR-ITEMS-CHANGED       PIC 9(5) VALUE 0.
           05  CTR-ITEMS-RETIRED       PIC 9(5) VALUE 0.
           05  CTR-PRICE-CHANGES       PIC 9(5) VALUE 0.
       01  SAVE-AREAS.
           05  DATE-WS.
               10 DATE-YEAR            PIC X(04) VALUE SPACES.
               10 DATE-MONTH           PIC X(02) VALUE SPACES.
               10 DATE-DAY             PIC X(02) VALUE SPACES.
       01  HEADING-1.
           05  FILLER                  PIC X(6)  VALUE 'DATE: '.
           05  DATE-PRT.
               10 MONTH-PRT            PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE '/'.
               10 DAY-PRT              PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(01) VALUE '/'.
               10 YEAR-PRT             PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PGM NAME: '.
           05  PGM-NAME-PRT            PIC X(8)  VALUE SPACES.
       01  HEADING-2.
           05  FILLER                  PIC X(8)  VALUE SPACE.
           05  FILLER                  PIC X(51) VALUE
               'C A T A L O G   C H A N G E   R E P O R T'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  HEADING-3.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(06) VALUE 'COST'.
           05  FILLER                  PIC X(10) VALUE 'ACT-FROM'.
           05  FILLER                  PIC X(10) VALUE 'ACT-TO'.
       01  CHANGE-HEADING-LINE.
           05  FILLER                  PIC X(6)  VALUE ' ITEM '.
           05  CHL-ITEM-CODE           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CHL-ACTION              PIC X(6).
           05  FILLER                  PIC X(4)  VALUE ' BY '.
           05  CHL-USER-ID             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' AT '.
           05  CHL-TERMINAL            PIC X(4).
           05  FILLER                  PIC X(4)  VALUE ' ON '.
           05  CHL-DATE                PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CHL-TIME                PIC X(8).
       01  IMAGE-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACE.
           05  IL-TAG                  PIC X(7).
           05  IL-DESCRIPTION          PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  IL-POINT-COST           PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  IL-ACTIVE-FROM          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  IL-ACTIVE-TO            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  IL-FLAG                 PIC X(16).
       01  NEW-ITEM-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACE.
           05  FILLER                  PIC X(17)
                    VALUE 'BEFORE (NEW ITEM)'.
       01  CHANGES-READ-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CATALOG CHANGES JOURNALED TODAY ... '.
           05  CRL-COUNT               PIC ZZZZ9.
       01  ITEMS-ADDED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ITEMS ADDED ....................... '.
           05  IAL-COUNT               PIC ZZZZ9.
       01  ITEMS-CHANGED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ITEMS CHANGED ..................... '.
           05  ICL-COUNT               PIC ZZZZ9.
       01  ITEMS-RETIRED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ITEMS RETIRED ..................... '.
           05  IRL-COUNT               PIC ZZZZ9.
       01  PRICE-CHANGES-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' POINT COST CHANGES ................ '.
           05  PCL-COUNT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LIST-A-CHANGE UNTIL END-OF-DATA.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKCATR'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           OPEN INPUT  JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADING-1              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-2              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-3              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 230-READ-A-RECORD.
       200-LIST-A-CHANGE.
           ADD 1 TO CTR-CHANGES-READ.
           EVALUATE TRUE
               WHEN CJ-ADD
                   MOVE 'ADD'          TO CHL-ACTION
                   ADD 1 TO CTR-ITEMS-ADDED
               WHEN CJ-RETIRE
                   MOVE 'RETIRE'       TO CHL-ACTION
                   ADD 1 TO CTR-ITEMS-RETIRED
               WHEN OTHER
                   MOVE 'CHANGE'       TO CHL-ACTION
                   ADD 1 TO CTR-ITEMS-CHANGED
           END-EVALUATE.
           MOVE SPACES                 TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CJA-ITEM-CODE          TO CHL-ITEM-CODE.
           MOVE CJ-USER-ID             TO CHL-USER-ID.
           MOVE CJ-TERMINAL            TO CHL-TERMINAL.
           MOVE CJ-DATE                TO CHL-DATE.
           MOVE CJ-TIME                TO CHL-TIME.
           MOVE CHANGE-HEADING-LINE    TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           IF CJ-ADD
               MOVE NEW-ITEM-LINE      TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           ELSE
               PERFORM 210-PRINT-BEFORE-IMAGE
           END-IF.
           PERFORM 220-PRINT-AFTER-IMAGE.
           PERFORM 230-READ-A-RECORD.
       210-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE'               TO IL-TAG.
           MOVE CJB-DESCRIPTION        TO IL-DESCRIPTION.
           MOVE CJB-POINT-COST         TO IL-POINT-COST.
           MOVE CJB-ACTIVE-FROM        TO IL-ACTIVE-FROM.
           MOVE CJB-ACTIVE-TO          TO IL-ACTIVE-TO.
           MOVE SPACES                 TO IL-FLAG.
           MOVE IMAGE-LINE             TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       220-PRINT-AFTER-IMAGE.
           MOVE 'AFTER'                TO IL-TAG.
           MOVE CJA-DESCRIPTION        TO IL-DESCRIPTION.
           MOVE CJA-POINT-COST         TO IL-POINT-COST.
           MOVE CJA-ACTIVE-FROM        TO IL-ACTIVE-FROM.
           MOVE CJA-ACTIVE-TO          TO IL-ACTIVE-TO.
           MOVE SPACES                 TO IL-FLAG.
           IF CJ-CHANGE
             AND CJA-POINT-COST NOT = CJB-POINT-COST
               MOVE '*** PRICE CHANGE' TO IL-FLAG
               ADD 1 TO CTR-PRICE-CHANGES
           END-IF.
           MOVE IMAGE-LINE             TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       230-READ-A-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
       300-WRAP-UP.
           MOVE SPACES                 TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-CHANGES-READ       TO CRL-COUNT.
           MOVE CHANGES-READ-LINE      TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-ITEMS-ADDED        TO IAL-COUNT.
           MOVE ITEMS-ADDED-LINE       TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-ITEMS-CHANGED      TO ICL-COUNT.
           MOVE ITEMS-CHANGED-LINE     TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-ITEMS-RETIRED      TO IRL-COUNT.
           MOVE ITEMS-RETIRED-LINE     TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-PRICE-CHANGES      TO PCL-COUNT.
           MOVE PRICE-CHANGES-LINE     TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           CLOSE JOURNAL-FILE REPORT-FILE.
