      **************************************************************
      * Program:     ZBNKFRDR                                      *
      * Function:    DAILY REDEMPTION FRAUD AND VELOCITY EXCEPTIONS *
      *              REPORT FOR LOSS PREVENTION.  THE DAY'S         *
      *              REDEMPTIONS - THE COUNTER POSTINGS ON THE      *
      *              REDJRNL JOURNAL ZBNKRDO (TRANID LYRD) WRITES,  *
      *              PLUS ANY REDEMPTION ALREADY ON THE ACTIVITY    *
      *              HISTORY (ACTHIST) FOR THE BUSINESS DATE - ARE  *
      *              REVIEWED AGAINST THE POSITIVE SUPERVISOR       *
      *              ADJUSTMENTS ON THE ADJRNL JOURNAL (TRANID      *
      *              LYAJ) AND ON THE ADJKEEP GENERATIONS OF        *
      *              EARLIER DAYS' ADJUSTMENTS, AND EACH OF THESE   *
      *              IS LISTED AS AN EXCEPTION:                     *
      *                - A REDEMPTION WITHIN N DAYS OF A POSITIVE   *
      *                  ADJUSTMENT ON THE SAME CUSTOMER            *
      *                - MORE THAN N REDEMPTIONS BY ONE CUSTOMER,   *
      *                  OR BY ONE TELLER USER ID, IN THE DAY       *
      *                - A COUNTER REDEMPTION AT A BRANCH OTHER     *
      *                  THAN THE CUSTOMER'S LM-BRANCH-CODE         *
      *                - A COUNTER REDEMPTION OF A HIGH-COST ITEM   *
      *                  THAT LEFT THE BALANCE AT ZERO              *
      *              THE THRESHOLDS COME FROM THE FRDCTL CONTROL    *
      *              DECK SO LOSS PREVENTION CAN TUNE THEM WITHOUT  *
      *              A PROGRAM CHANGE.  THE JOURNAL CARRIES THE     *
      *              TELLER'S TERMINAL BUT NOT THE TELLER'S BRANCH, *
      *              SO THE SAME DECK ASSIGNS EACH TERMINAL TO A    *
      *              BRANCH:                                        *
      *                'P' CARD  COLS  2-9   BUSINESS DATE YYYYMMDD *
      *                                      (BLANK = TODAY)        *
      *                          COLS 10-11  ADJUSTMENT LOOKBACK    *
      *                                      DAYS                   *
      *                          COLS 12-13  MOST REDEMPTIONS PER   *
      *                                      CUSTOMER PER DAY       *
      *                          COLS 14-15  MOST REDEMPTIONS PER   *
      *                                      TELLER PER DAY         *
      *                          COLS 16-19  HIGH-COST ITEM FLOOR   *
      *                                      IN POINTS              *
      *                'B' CARD  COLS  2-5   TERMINAL ID            *
      *                          COLS  6-9   BRANCH CODE            *
      *                '*' CARD  COMMENT                            *
      *              A BLANK OR NON-NUMERIC THRESHOLD TAKES THE     *
      *              DEFAULT (3 DAYS, 3 PER CUSTOMER, 20 PER        *
      *              TELLER, 1000 POINTS).  THE TELLER, BRANCH AND  *
      *              DRAINED-BALANCE TESTS NEED THE JOURNAL'S USER  *
      *              ID, TERMINAL AND AFTER-BALANCE, SO THEY APPLY  *
      *              TO THE COUNTER POSTINGS ONLY.  THE LOOKBACK    *
      *              REACHES AS FAR BACK AS ADJKEEP HOLDS - ONE     *
      *              GENERATION PER DAILY ADJUSTMENT PICKUP         *
      *              (ZBNKAJD), THE LAST 31 KEPT.  ANY EXCEPTION    *
      *              SETS RETURN CODE 4.  NOTHING IS UPDATED.       *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKFRDR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE     ASSIGN FRDCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACTIVITY-FILE    ASSIGN ACTHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-JOURNAL-FILE ASSIGN ADJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RDM-JOURNAL-FILE ASSIGN REDJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOYALTY-MASTER-FILE ASSIGN LOYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-NUMBER.
           SELECT REPORT-FILE      ASSIGN FRDRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-CARD.
           05  CC-CARD-TYPE            PIC X(1).
               88  PARAMETER-CARD            VALUE 'P'.
               88  TERMINAL-BRANCH-CARD      VALUE 'B'.
               88  COMMENT-CARD              VALUE '*'.
           05  CC-BUSINESS-DATE        PIC X(8).
           05  CC-ADJ-DAYS             PIC X(2).
           05  CC-CUSTOMER-MAX         PIC X(2).
           05  CC-TELLER-MAX           PIC X(2).
           05  CC-HIGH-COST            PIC X(4).
           05  FILLER                  PIC X(61).
       01  TERMINAL-BRANCH-CONTROL-CARD.
           05  FILLER                  PIC X(1).
           05  CB-TERMINAL             PIC X(4).
           05  CB-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X(71).
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD.
           05  AH-CUSTOMER-NUMBER      PIC 9(10).
           05  AH-CUSTOMER-NAME        PIC X(19).
           05  AH-BRANCH-CODE          PIC X(04).
           05  AH-ACTIVITY-DATE        PIC X(08).
           05  AH-ACTIVITY-TYPE        PIC X(01).
           05  AH-SIGN                 PIC X(01).
           05  AH-POINTS               PIC 9(07).
           05  AH-REF-CODE             PIC X(04).
           05  FILLER                  PIC X(06).
       FD  ADJ-JOURNAL-FILE.
       01  ADJUSTMENT-JOURNAL-RECORD.
           05  AJ-USER-ID              PIC X(8).
           05  AJ-TERMINAL             PIC X(4).
           05  AJ-DATE                 PIC X(8).
           05  AJ-TIME                 PIC X(8).
           05  AJ-CUSTOMER-NAME        PIC X(19).
           05  AJ-BEFORE-PTS           PIC 9(4).
           05  AJ-AFTER-PTS            PIC 9(4).
           05  AJ-SIGN                 PIC X(1).
           05  AJ-AMOUNT               PIC 9(4).
           05  AJ-REASON-CODE          PIC X(4).
           05  AJ-CUSTOMER-NUMBER      PIC 9(10).
           05  AJ-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X(2).
       FD  RDM-JOURNAL-FILE.
       01  REDEMPTION-JOURNAL-RECORD.
           05  RJ-USER-ID              PIC X(8).
           05  RJ-TERMINAL             PIC X(4).
           05  RJ-DATE                 PIC X(8).
           05  RJ-TIME                 PIC X(8).
           05  RJ-CUSTOMER-NAME        PIC X(19).
           05  RJ-BRANCH-CODE          PIC X(4).
           05  RJ-ITEM-CODE            PIC X(4).
           05  RJ-POINTS               PIC 9(4).
           05  RJ-BEFORE-PTS           PIC 9(4).
           05  RJ-AFTER-PTS            PIC 9(4).
           05  RJ-CUSTOMER-NUMBER      PIC 9(10).
           05  RJ-TRAN-TYPE            PIC X(1).
               88  VOID-TRAN                 VALUE 'V'.
           05  FILLER                  PIC X(02).
       FD  LOYALTY-MASTER-FILE.
       01  LOYALTY-MASTER-RECORD.
           05  LM-CUSTOMER-NUMBER      PIC 9(10).
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  LM-BRANCH-CODE          PIC X(4).
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-CONTROL       PIC X VALUE 'N'.
               88  END-OF-CONTROL            VALUE 'Y'.
           05  SW-END-OF-ACTIVITY      PIC X VALUE 'N'.
               88  END-OF-ACTIVITY           VALUE 'Y'.
           05  SW-END-OF-ADJ-JOURNAL   PIC X VALUE 'N'.
               88  END-OF-ADJ-JOURNAL        VALUE 'Y'.
           05  SW-END-OF-RDM-JOURNAL   PIC X VALUE 'N'.
               88  END-OF-RDM-JOURNAL        VALUE 'Y'.
           05  SW-ENTRY-FOUND          PIC X VALUE 'N'.
               88  ENTRY-FOUND               VALUE 'Y'.
       01  THRESHOLD-CONTROLS.
           05  BUSINESS-DATE           PIC X(8) VALUE SPACES.
           05  ADJ-LOOKBACK-DAYS       PIC 9(2) VALUE 0.
           05  CUSTOMER-MAX-REDEEMS    PIC 9(2) VALUE 0.
           05  TELLER-MAX-REDEEMS      PIC 9(2) VALUE 0.
           05  HIGH-COST-FLOOR         PIC 9(4) VALUE 0.
           05  BUSINESS-DAY-NUMBER     PIC 9(8) VALUE 0.
           05  WINDOW-START-DAY        PIC S9(8) VALUE 0.
       01  DATE-CONVERT-AREAS.
           05  DATE-CONVERT-X          PIC X(8).
           05  DATE-CONVERT-9 REDEFINES DATE-CONVERT-X
                                       PIC 9(8).
           05  DAY-NUMBER-WORK         PIC 9(8) VALUE 0.
       01  REVIEW-WORK-AREAS.
           05  DAYS-BEFORE-WORK        PIC 9(4) VALUE 0.
           05  LATEST-ADJ-SUB          PIC 9(4) VALUE 0.
           05  TELLER-BRANCH-WORK      PIC X(4) VALUE SPACES.
       01  GRAND-COUNTERS.
           05  CTR-REDEEMS-REVIEWED    PIC 9(7) VALUE 0.
           05  CTR-VOIDS-SKIPPED       PIC 9(7) VALUE 0.
           05  CTR-OTHER-DATES         PIC 9(7) VALUE 0.
           05  CTR-ADJS-IN-WINDOW      PIC 9(7) VALUE 0.
           05  CTR-NO-TERMINAL         PIC 9(7) VALUE 0.
           05  CTR-NOT-ON-MASTER       PIC 9(7) VALUE 0.
           05  CTR-AFTER-ADJUSTMENT    PIC 9(5) VALUE 0.
           05  CTR-CUSTOMER-VELOCITY   PIC 9(5) VALUE 0.
           05  CTR-TELLER-VELOCITY     PIC 9(5) VALUE 0.
           05  CTR-AWAY-FROM-BRANCH    PIC 9(5) VALUE 0.
           05  CTR-BALANCE-DRAINED     PIC 9(5) VALUE 0.
           05  CTR-BAD-CARDS           PIC 9(5) VALUE 0.
           05  CTR-ENTRIES-DROPPED     PIC 9(5) VALUE 0.
           05  CTR-EXCEPTIONS          PIC 9(7) VALUE 0.
      * TERMINAL-TO-BRANCH ASSIGNMENTS OFF THE 'B' CONTROL CARDS.
       01  TERMINAL-TABLE-CONTROLS.
           05  TBT-COUNT               PIC 9(3) VALUE 0.
           05  TBT-SUB                 PIC 9(3) VALUE 0.
       01  TERMINAL-BRANCH-TABLE.
           05  TBT-ENTRY OCCURS 500 TIMES.
               10  TBT-TERMINAL        PIC X(4).
               10  TBT-BRANCH-CODE     PIC X(4).
      * POSITIVE ADJUSTMENTS DATED INSIDE THE LOOKBACK WINDOW, FROM
      * THE JOURNAL (TODAY) AND FROM THE ADJKEEP GENERATIONS OF
      * EARLIER DAYS' ADJUSTMENTS READ BEHIND IT ON THE SAME DD.
       01  ADJUSTMENT-TABLE-CONTROLS.
           05  ADT-COUNT               PIC 9(4) VALUE 0.
           05  ADT-SUB                 PIC 9(4) VALUE 0.
       01  ADJUSTMENT-TABLE.
           05  ADT-ENTRY OCCURS 2000 TIMES.
               10  ADT-CUSTOMER-NUMBER PIC 9(10).
               10  ADT-DAY-NUMBER      PIC 9(8).
               10  ADT-DATE            PIC X(8).
               10  ADT-USER-ID         PIC X(8).
               10  ADT-AMOUNT          PIC 9(4).
      * THE BUSINESS DATE'S REDEMPTIONS.  SOURCE 'J' IS A COUNTER
      * POSTING OFF THE JOURNAL; 'H' IS ONE ALREADY ON ACTHIST, WHICH
      * CARRIES NO TELLER, TERMINAL OR AFTER-BALANCE.
       01  REDEMPTION-TABLE-CONTROLS.
           05  RDT-COUNT               PIC 9(4) VALUE 0.
           05  RDT-SUB                 PIC 9(4) VALUE 0.
       01  REDEMPTION-TABLE.
           05  RDT-ENTRY OCCURS 3000 TIMES.
               10  RDT-SOURCE          PIC X(1).
                   88  RDT-FROM-JOURNAL      VALUE 'J'.
               10  RDT-CUSTOMER-NUMBER PIC 9(10).
               10  RDT-CUSTOMER-NAME   PIC X(19).
               10  RDT-USER-ID         PIC X(8).
               10  RDT-TERMINAL        PIC X(4).
               10  RDT-ITEM-CODE       PIC X(4).
               10  RDT-POINTS          PIC 9(7).
               10  RDT-BEFORE-PTS      PIC 9(4).
               10  RDT-AFTER-PTS       PIC 9(4).
       01  CUSTOMER-COUNT-CONTROLS.
           05  CCT-COUNT               PIC 9(4) VALUE 0.
           05  CCT-SUB                 PIC 9(4) VALUE 0.
           05  CCT-MATCH-SUB           PIC 9(4) VALUE 0.
       01  CUSTOMER-COUNT-TABLE.
           05  CCT-ENTRY OCCURS 3000 TIMES.
               10  CCT-CUSTOMER-NUMBER PIC 9(10).
               10  CCT-CUSTOMER-NAME   PIC X(19).
               10  CCT-REDEEM-COUNT    PIC 9(4).
       01  TELLER-COUNT-CONTROLS.
           05  TCT-COUNT               PIC 9(3) VALUE 0.
           05  TCT-SUB                 PIC 9(3) VALUE 0.
           05  TCT-MATCH-SUB           PIC 9(3) VALUE 0.
       01  TELLER-COUNT-TABLE.
           05  TCT-ENTRY OCCURS 500 TIMES.
               10  TCT-USER-ID         PIC X(8).
               10  TCT-REDEEM-COUNT    PIC 9(4).
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
               'R E D E M P T I O N   E X C E P T I O N S'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(20) VALUE 'NAME'.
           05  FILLER                  PIC X(09) VALUE 'TELLER'.
           05  FILLER                  PIC X(05) VALUE 'TERM'.
           05  FILLER                  PIC X(05) VALUE 'ITEM'.
           05  FILLER                  PIC X(08) VALUE ' POINTS'.
       01  EXCEPTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-REASON               PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-CUSTOMER-NUMBER      PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-NAME                 PIC X(19).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-TERMINAL             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-ITEM-CODE            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EL-POINTS               PIC ZZZZZZ9.
       01  AFTER-ADJUSTMENT-DETAIL.
           05  FILLER                  PIC X(15)
                    VALUE '     ADJUSTED +'.
           05  AAD-AMOUNT              PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  AAD-USER-ID             PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  AAD-DATE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE ', '.
           05  AAD-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X(17)
                    VALUE ' DAY(S) BEFORE'.
       01  AWAY-FROM-BRANCH-DETAIL.
           05  FILLER                  PIC X(24)
                    VALUE '     REDEEMED AT BRANCH '.
           05  AFB-TELLER-BRANCH       PIC X(04).
           05  FILLER                  PIC X(18)
                    VALUE ', CUSTOMER BRANCH '.
           05  AFB-CUSTOMER-BRANCH     PIC X(04).
       01  BALANCE-DRAINED-DETAIL.
           05  FILLER                  PIC X(20)
                    VALUE '     BALANCE BEFORE '.
           05  BDD-BEFORE-PTS          PIC ZZZ9.
           05  FILLER                  PIC X(12)
                    VALUE ', AFTER ZERO'.
       01  VELOCITY-HEADING-LINE.
           05  FILLER                  PIC X(42) VALUE
               ' V E L O C I T Y'.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  CUSTOMER-VELOCITY-LINE.
           05  FILLER                  PIC X(24)
                    VALUE ' *** CUSTOMER REDEEMED  '.
           05  CVL-CUSTOMER-NUMBER     PIC 9(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CVL-NAME                PIC X(19).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CVL-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(06) VALUE ' TIMES'.
       01  TELLER-VELOCITY-LINE.
           05  FILLER                  PIC X(24)
                    VALUE ' *** TELLER POSTED      '.
           05  TVL-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TVL-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE ' REDEMPTIONS'.
       01  SUMMARY-HEADING-LINE.
           05  FILLER                  PIC X(42) VALUE
               ' S U M M A R Y'.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  BUSINESS-DATE-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' BUSINESS DATE REVIEWED ............ '.
           05  BDL-DATE                PIC X(08).
       01  LOOKBACK-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ADJUSTMENT LOOKBACK IN DAYS ....... '.
           05  LBL-DAYS                PIC Z9.
       01  CUSTOMER-MAX-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' MOST REDEMPTIONS PER CUSTOMER ..... '.
           05  CML-COUNT               PIC Z9.
       01  TELLER-MAX-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' MOST REDEMPTIONS PER TELLER ....... '.
           05  TML-COUNT               PIC Z9.
       01  HIGH-COST-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' HIGH-COST ITEM FLOOR IN POINTS .... '.
           05  HCL-POINTS              PIC ZZZ9.
       01  REVIEWED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' REDEMPTIONS REVIEWED .............. '.
           05  RVL-COUNT               PIC ZZZZZZ9.
       01  VOIDS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' COUNTER VOIDS NOT REVIEWED ........ '.
           05  VDL-COUNT               PIC ZZZZZZ9.
       01  OTHER-DATES-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' JOURNAL RECORDS FOR OTHER DATES ... '.
           05  ODL-COUNT               PIC ZZZZZZ9.
       01  ADJS-IN-WINDOW-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' POSITIVE ADJUSTMENTS IN LOOKBACK .. '.
           05  AWL-COUNT               PIC ZZZZZZ9.
       01  NO-TERMINAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' TERMINAL NOT ON BRANCH CARDS ...... '.
           05  NTL-COUNT               PIC ZZZZZZ9.
       01  NOT-ON-MASTER-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMER NOT ON MASTER ............ '.
           05  NML-COUNT               PIC ZZZZZZ9.
       01  AFTER-ADJUSTMENT-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' REDEEMED AFTER AN ADJUSTMENT ...... '.
           05  AAL-COUNT               PIC ZZZZ9.
       01  CUSTOMER-VELOCITY-TOTAL.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS OVER THE VELOCITY LIMIT . '.
           05  CVT-COUNT               PIC ZZZZ9.
       01  TELLER-VELOCITY-TOTAL.
           05  FILLER                  PIC X(37)
                    VALUE ' TELLERS OVER THE VELOCITY LIMIT ... '.
           05  TVT-COUNT               PIC ZZZZ9.
       01  AWAY-FROM-BRANCH-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' REDEEMED AWAY FROM HOME BRANCH .... '.
           05  ABL-COUNT               PIC ZZZZ9.
       01  BALANCE-DRAINED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' BALANCE DRAINED BY ONE ITEM ....... '.
           05  BDL-COUNT               PIC ZZZZ9.
       01  BAD-CARDS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CONTROL CARDS NOT RECOGNISED ...... '.
           05  BCL-COUNT               PIC ZZZZ9.
       01  TABLE-FULL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ENTRIES NOT TRACKED (TABLES FULL) . '.
           05  TFL-COUNT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LOAD-ACTIVITY UNTIL END-OF-ACTIVITY.
           PERFORM 220-LOAD-ADJ-JOURNAL UNTIL END-OF-ADJ-JOURNAL.
           PERFORM 240-LOAD-RDM-JOURNAL UNTIL END-OF-RDM-JOURNAL.
           PERFORM 260-REVIEW-A-REDEMPTION
               VARYING RDT-SUB FROM 1 BY 1
               UNTIL RDT-SUB > RDT-COUNT.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKFRDR'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           MOVE DATE-WS                TO BUSINESS-DATE.
           MOVE 03                     TO ADJ-LOOKBACK-DAYS.
           MOVE 03                     TO CUSTOMER-MAX-REDEEMS.
           MOVE 20                     TO TELLER-MAX-REDEEMS.
           MOVE 1000                   TO HIGH-COST-FLOOR.
           OPEN INPUT  CONTROL-FILE.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-APPLY-CONTROL-CARD UNTIL END-OF-CONTROL.
           CLOSE CONTROL-FILE.
           MOVE BUSINESS-DATE          TO DATE-CONVERT-X.
           PERFORM 290-CONVERT-DATE.
           MOVE DAY-NUMBER-WORK        TO BUSINESS-DAY-NUMBER.
           SUBTRACT ADJ-LOOKBACK-DAYS FROM BUSINESS-DAY-NUMBER
               GIVING WINDOW-START-DAY.
           OPEN INPUT  ACTIVITY-FILE.
           OPEN INPUT  ADJ-JOURNAL-FILE.
           OPEN INPUT  RDM-JOURNAL-FILE.
           OPEN INPUT  LOYALTY-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADING-1              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-2              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-3              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 210-READ-ACTIVITY.
           PERFORM 230-READ-ADJ-JOURNAL.
           PERFORM 250-READ-RDM-JOURNAL.
       110-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END MOVE 'Y'         TO SW-END-OF-CONTROL.
      * A BLANK OR NON-NUMERIC FIELD ON THE 'P' CARD LEAVES THAT
      * THRESHOLD AT ITS DEFAULT, SO LOSS PREVENTION CAN TUNE ONE
      * LIMIT WITHOUT RE-KEYING THE OTHERS.
       120-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN PARAMETER-CARD
                   IF CC-BUSINESS-DATE IS NUMERIC
                       MOVE CC-BUSINESS-DATE TO BUSINESS-DATE
                   END-IF
                   IF CC-ADJ-DAYS IS NUMERIC
                       MOVE CC-ADJ-DAYS    TO ADJ-LOOKBACK-DAYS
                   END-IF
                   IF CC-CUSTOMER-MAX IS NUMERIC
                       MOVE CC-CUSTOMER-MAX TO CUSTOMER-MAX-REDEEMS
                   END-IF
                   IF CC-TELLER-MAX IS NUMERIC
                       MOVE CC-TELLER-MAX  TO TELLER-MAX-REDEEMS
                   END-IF
                   IF CC-HIGH-COST IS NUMERIC
                       MOVE CC-HIGH-COST   TO HIGH-COST-FLOOR
                   END-IF
               WHEN TERMINAL-BRANCH-CARD
                   IF TBT-COUNT < 500
                       ADD 1 TO TBT-COUNT
                       MOVE CB-TERMINAL
                           TO TBT-TERMINAL(TBT-COUNT)
                       MOVE CB-BRANCH-CODE
                           TO TBT-BRANCH-CODE(TBT-COUNT)
                   ELSE
                       ADD 1 TO CTR-ENTRIES-DROPPED
                   END-IF
               WHEN COMMENT-CARD
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CTR-BAD-CARDS
           END-EVALUATE.
           PERFORM 110-READ-CONTROL-CARD.
      * ACTHIST SUPPLIES ANY OF THE BUSINESS DATE'S REDEMPTIONS THE
      * REDEMPTION PICKUP HAS ALREADY MOVED OFF THE JOURNAL.  IT IS
      * NOT USED FOR THE ADJUSTMENT LOOKBACK - THE NIGHTLY CYCLE
      * CLEARS IT, SO IT NEVER HOLDS AN EARLIER DAY'S ADJUSTMENT.
       200-LOAD-ACTIVITY.
           IF AH-ACTIVITY-TYPE = 'R'
              AND AH-ACTIVITY-DATE = BUSINESS-DATE
               PERFORM 207-ADD-ACTIVITY-REDEMPTION
           END-IF.
           PERFORM 210-READ-ACTIVITY.
       207-ADD-ACTIVITY-REDEMPTION.
           IF RDT-COUNT < 3000
               ADD 1 TO RDT-COUNT
               MOVE 'H'                TO RDT-SOURCE(RDT-COUNT)
               MOVE AH-CUSTOMER-NUMBER
                   TO RDT-CUSTOMER-NUMBER(RDT-COUNT)
               MOVE AH-CUSTOMER-NAME
                   TO RDT-CUSTOMER-NAME(RDT-COUNT)
               MOVE SPACES             TO RDT-USER-ID(RDT-COUNT)
               MOVE SPACES             TO RDT-TERMINAL(RDT-COUNT)
               MOVE AH-REF-CODE        TO RDT-ITEM-CODE(RDT-COUNT)
               MOVE AH-POINTS          TO RDT-POINTS(RDT-COUNT)
               MOVE ZERO               TO RDT-BEFORE-PTS(RDT-COUNT)
               MOVE ZERO               TO RDT-AFTER-PTS(RDT-COUNT)
           ELSE
               ADD 1 TO CTR-ENTRIES-DROPPED
           END-IF.
       210-READ-ACTIVITY.
           READ ACTIVITY-FILE
               AT END MOVE 'Y'         TO SW-END-OF-ACTIVITY.
      * THE ADJRNL DD IS THE DAY'S JOURNAL FOLLOWED BY THE ADJKEEP
      * GENERATIONS, WHICH HOLD THE POSITIVE ADJUSTMENTS OF EARLIER
      * DAYS IN THE SAME LAYOUT, SO ONE PASS COVERS THE WHOLE WINDOW.
       220-LOAD-ADJ-JOURNAL.
           IF AJ-SIGN NOT = '-'
               MOVE AJ-DATE            TO DATE-CONVERT-X
               PERFORM 290-CONVERT-DATE
               IF DAY-NUMBER-WORK NOT < WINDOW-START-DAY
                  AND DAY-NUMBER-WORK NOT > BUSINESS-DAY-NUMBER
                   PERFORM 225-ADD-JOURNAL-ADJUSTMENT
               END-IF
           END-IF.
           PERFORM 230-READ-ADJ-JOURNAL.
       225-ADD-JOURNAL-ADJUSTMENT.
           IF ADT-COUNT < 2000
               ADD 1 TO ADT-COUNT
               ADD 1 TO CTR-ADJS-IN-WINDOW
               MOVE AJ-CUSTOMER-NUMBER
                   TO ADT-CUSTOMER-NUMBER(ADT-COUNT)
               MOVE DAY-NUMBER-WORK    TO ADT-DAY-NUMBER(ADT-COUNT)
               MOVE AJ-DATE            TO ADT-DATE(ADT-COUNT)
               MOVE AJ-USER-ID         TO ADT-USER-ID(ADT-COUNT)
               MOVE AJ-AMOUNT          TO ADT-AMOUNT(ADT-COUNT)
           ELSE
               ADD 1 TO CTR-ENTRIES-DROPPED
           END-IF.
       230-READ-ADJ-JOURNAL.
           READ ADJ-JOURNAL-FILE
               AT END MOVE 'Y'         TO SW-END-OF-ADJ-JOURNAL.
      * A COUNTER VOID PUTS POINTS BACK, SO IT IS COUNTED BUT NOT
      * REVIEWED.  A JOURNAL LEFT UNCLEARED FROM AN EARLIER DAY IS
      * COUNTED SO THE MISSED PICKUP SHOWS ON THE SUMMARY.
       240-LOAD-RDM-JOURNAL.
           EVALUATE TRUE
               WHEN VOID-TRAN
                   ADD 1 TO CTR-VOIDS-SKIPPED
               WHEN RJ-DATE NOT = BUSINESS-DATE
                   ADD 1 TO CTR-OTHER-DATES
               WHEN OTHER
                   PERFORM 245-ADD-JOURNAL-REDEMPTION
           END-EVALUATE.
           PERFORM 250-READ-RDM-JOURNAL.
       245-ADD-JOURNAL-REDEMPTION.
           IF RDT-COUNT < 3000
               ADD 1 TO RDT-COUNT
               MOVE 'J'                TO RDT-SOURCE(RDT-COUNT)
               MOVE RJ-CUSTOMER-NUMBER
                   TO RDT-CUSTOMER-NUMBER(RDT-COUNT)
               MOVE RJ-CUSTOMER-NAME
                   TO RDT-CUSTOMER-NAME(RDT-COUNT)
               MOVE RJ-USER-ID         TO RDT-USER-ID(RDT-COUNT)
               MOVE RJ-TERMINAL        TO RDT-TERMINAL(RDT-COUNT)
               MOVE RJ-ITEM-CODE       TO RDT-ITEM-CODE(RDT-COUNT)
               MOVE RJ-POINTS          TO RDT-POINTS(RDT-COUNT)
               MOVE RJ-BEFORE-PTS      TO RDT-BEFORE-PTS(RDT-COUNT)
               MOVE RJ-AFTER-PTS       TO RDT-AFTER-PTS(RDT-COUNT)
           ELSE
               ADD 1 TO CTR-ENTRIES-DROPPED
           END-IF.
       250-READ-RDM-JOURNAL.
           READ RDM-JOURNAL-FILE
               AT END MOVE 'Y'         TO SW-END-OF-RDM-JOURNAL.
       260-REVIEW-A-REDEMPTION.
           ADD 1 TO CTR-REDEEMS-REVIEWED.
           PERFORM 262-CHECK-RECENT-ADJUSTMENT.
           PERFORM 270-COUNT-CUSTOMER-REDEMPTION.
           IF RDT-FROM-JOURNAL(RDT-SUB)
               PERFORM 275-COUNT-TELLER-REDEMPTION
               PERFORM 280-CHECK-REDEEMING-BRANCH
               IF RDT-AFTER-PTS(RDT-SUB) = ZERO
                  AND RDT-POINTS(RDT-SUB) NOT < HIGH-COST-FLOOR
                   PERFORM 286-FLAG-BALANCE-DRAINED
               END-IF
           END-IF.
      * THE MOST RECENT POSITIVE ADJUSTMENT ON THE CUSTOMER INSIDE
      * THE LOOKBACK WINDOW IS THE ONE SHOWN.
       262-CHECK-RECENT-ADJUSTMENT.
           MOVE 0 TO LATEST-ADJ-SUB.
           PERFORM 264-FIND-LATEST-ADJUSTMENT
               VARYING ADT-SUB FROM 1 BY 1
               UNTIL ADT-SUB > ADT-COUNT.
           IF LATEST-ADJ-SUB > 0
               ADD 1 TO CTR-AFTER-ADJUSTMENT
               MOVE 'AFTER ADJUSTMENT' TO EL-REASON
               PERFORM 288-WRITE-EXCEPTION-LINE
               MOVE ADT-AMOUNT(LATEST-ADJ-SUB) TO AAD-AMOUNT
               MOVE ADT-USER-ID(LATEST-ADJ-SUB) TO AAD-USER-ID
               MOVE ADT-DATE(LATEST-ADJ-SUB)   TO AAD-DATE
               SUBTRACT ADT-DAY-NUMBER(LATEST-ADJ-SUB)
                   FROM BUSINESS-DAY-NUMBER GIVING DAYS-BEFORE-WORK
               MOVE DAYS-BEFORE-WORK   TO AAD-DAYS
               MOVE AFTER-ADJUSTMENT-DETAIL TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
       264-FIND-LATEST-ADJUSTMENT.
           IF ADT-CUSTOMER-NUMBER(ADT-SUB) =
                   RDT-CUSTOMER-NUMBER(RDT-SUB)
               IF LATEST-ADJ-SUB = 0
                   MOVE ADT-SUB        TO LATEST-ADJ-SUB
               ELSE
                   IF ADT-DAY-NUMBER(ADT-SUB) >
                           ADT-DAY-NUMBER(LATEST-ADJ-SUB)
                       MOVE ADT-SUB    TO LATEST-ADJ-SUB
                   END-IF
               END-IF
           END-IF.
       270-COUNT-CUSTOMER-REDEMPTION.
           MOVE 'N' TO SW-ENTRY-FOUND.
           MOVE 0   TO CCT-MATCH-SUB.
           PERFORM 272-FIND-CUSTOMER-ENTRY
               VARYING CCT-SUB FROM 1 BY 1
               UNTIL CCT-SUB > CCT-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               IF CCT-COUNT < 3000
                   ADD 1 TO CCT-COUNT
                   MOVE CCT-COUNT      TO CCT-MATCH-SUB
                   MOVE RDT-CUSTOMER-NUMBER(RDT-SUB)
                       TO CCT-CUSTOMER-NUMBER(CCT-MATCH-SUB)
                   MOVE RDT-CUSTOMER-NAME(RDT-SUB)
                       TO CCT-CUSTOMER-NAME(CCT-MATCH-SUB)
                   MOVE ZERO TO CCT-REDEEM-COUNT(CCT-MATCH-SUB)
               ELSE
                   ADD 1 TO CTR-ENTRIES-DROPPED
               END-IF
           END-IF.
           IF CCT-MATCH-SUB > 0
               ADD 1 TO CCT-REDEEM-COUNT(CCT-MATCH-SUB)
           END-IF.
       272-FIND-CUSTOMER-ENTRY.
           IF CCT-CUSTOMER-NUMBER(CCT-SUB) =
                   RDT-CUSTOMER-NUMBER(RDT-SUB)
               MOVE 'Y'     TO SW-ENTRY-FOUND
               MOVE CCT-SUB TO CCT-MATCH-SUB
           END-IF.
       275-COUNT-TELLER-REDEMPTION.
           MOVE 'N' TO SW-ENTRY-FOUND.
           MOVE 0   TO TCT-MATCH-SUB.
           PERFORM 277-FIND-TELLER-ENTRY
               VARYING TCT-SUB FROM 1 BY 1
               UNTIL TCT-SUB > TCT-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               IF TCT-COUNT < 500
                   ADD 1 TO TCT-COUNT
                   MOVE TCT-COUNT      TO TCT-MATCH-SUB
                   MOVE RDT-USER-ID(RDT-SUB)
                       TO TCT-USER-ID(TCT-MATCH-SUB)
                   MOVE ZERO TO TCT-REDEEM-COUNT(TCT-MATCH-SUB)
               ELSE
                   ADD 1 TO CTR-ENTRIES-DROPPED
               END-IF
           END-IF.
           IF TCT-MATCH-SUB > 0
               ADD 1 TO TCT-REDEEM-COUNT(TCT-MATCH-SUB)
           END-IF.
       277-FIND-TELLER-ENTRY.
           IF TCT-USER-ID(TCT-SUB) = RDT-USER-ID(RDT-SUB)
               MOVE 'Y'     TO SW-ENTRY-FOUND
               MOVE TCT-SUB TO TCT-MATCH-SUB
           END-IF.
      * THE TELLER'S BRANCH COMES FROM THE TERMINAL ASSIGNMENT CARDS;
      * THE CUSTOMER'S HOME BRANCH FROM THE MASTER AS IT STANDS NOW.
       280-CHECK-REDEEMING-BRANCH.
           MOVE 'N' TO SW-ENTRY-FOUND.
           PERFORM 282-FIND-TERMINAL-ENTRY
               VARYING TBT-SUB FROM 1 BY 1
               UNTIL TBT-SUB > TBT-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               ADD 1 TO CTR-NO-TERMINAL
           ELSE
               MOVE RDT-CUSTOMER-NUMBER(RDT-SUB)
                   TO LM-CUSTOMER-NUMBER
               READ LOYALTY-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO CTR-NOT-ON-MASTER
                   NOT INVALID KEY
                       IF LM-BRANCH-CODE NOT = TELLER-BRANCH-WORK
                           PERFORM 284-FLAG-AWAY-FROM-BRANCH
                       END-IF
               END-READ
           END-IF.
       282-FIND-TERMINAL-ENTRY.
           IF TBT-TERMINAL(TBT-SUB) = RDT-TERMINAL(RDT-SUB)
               MOVE 'Y'     TO SW-ENTRY-FOUND
               MOVE TBT-BRANCH-CODE(TBT-SUB) TO TELLER-BRANCH-WORK
           END-IF.
       284-FLAG-AWAY-FROM-BRANCH.
           ADD 1 TO CTR-AWAY-FROM-BRANCH.
           MOVE 'AWAY FROM BRANCH'     TO EL-REASON.
           PERFORM 288-WRITE-EXCEPTION-LINE.
           MOVE TELLER-BRANCH-WORK     TO AFB-TELLER-BRANCH.
           MOVE LM-BRANCH-CODE         TO AFB-CUSTOMER-BRANCH.
           MOVE AWAY-FROM-BRANCH-DETAIL TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       286-FLAG-BALANCE-DRAINED.
           ADD 1 TO CTR-BALANCE-DRAINED.
           MOVE 'BALANCE DRAINED'      TO EL-REASON.
           PERFORM 288-WRITE-EXCEPTION-LINE.
           MOVE RDT-BEFORE-PTS(RDT-SUB) TO BDD-BEFORE-PTS.
           MOVE BALANCE-DRAINED-DETAIL TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       288-WRITE-EXCEPTION-LINE.
           ADD 1 TO CTR-EXCEPTIONS.
           MOVE RDT-CUSTOMER-NUMBER(RDT-SUB) TO EL-CUSTOMER-NUMBER.
           MOVE RDT-CUSTOMER-NAME(RDT-SUB)   TO EL-NAME.
           MOVE RDT-USER-ID(RDT-SUB)         TO EL-USER-ID.
           MOVE RDT-TERMINAL(RDT-SUB)        TO EL-TERMINAL.
           MOVE RDT-ITEM-CODE(RDT-SUB)       TO EL-ITEM-CODE.
           MOVE RDT-POINTS(RDT-SUB)          TO EL-POINTS.
           MOVE EXCEPTION-LINE         TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
      * A DATE THAT IS NOT NUMERIC CONVERTS TO DAY ZERO, WHICH FALLS
      * OUTSIDE ANY LOOKBACK WINDOW.
       290-CONVERT-DATE.
           MOVE 0 TO DAY-NUMBER-WORK.
           IF DATE-CONVERT-X IS NUMERIC
               COMPUTE DAY-NUMBER-WORK =
                   FUNCTION INTEGER-OF-DATE(DATE-CONVERT-9)
           END-IF.
       300-WRAP-UP.
           PERFORM 310-PRINT-VELOCITY.
           IF CTR-EXCEPTIONS > 0
               MOVE 4                  TO RETURN-CODE
           END-IF.
           PERFORM 320-PRINT-SUMMARY.
           CLOSE ACTIVITY-FILE ADJ-JOURNAL-FILE RDM-JOURNAL-FILE
                 LOYALTY-MASTER-FILE REPORT-FILE.
       310-PRINT-VELOCITY.
           MOVE VELOCITY-HEADING-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 312-PRINT-CUSTOMER-VELOCITY
               VARYING CCT-SUB FROM 1 BY 1
               UNTIL CCT-SUB > CCT-COUNT.
           PERFORM 314-PRINT-TELLER-VELOCITY
               VARYING TCT-SUB FROM 1 BY 1
               UNTIL TCT-SUB > TCT-COUNT.
       312-PRINT-CUSTOMER-VELOCITY.
           IF CCT-REDEEM-COUNT(CCT-SUB) > CUSTOMER-MAX-REDEEMS
               ADD 1 TO CTR-CUSTOMER-VELOCITY
               ADD 1 TO CTR-EXCEPTIONS
               MOVE CCT-CUSTOMER-NUMBER(CCT-SUB) TO CVL-CUSTOMER-NUMBER
               MOVE CCT-CUSTOMER-NAME(CCT-SUB)   TO CVL-NAME
               MOVE CCT-REDEEM-COUNT(CCT-SUB)    TO CVL-COUNT
               MOVE CUSTOMER-VELOCITY-LINE TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
       314-PRINT-TELLER-VELOCITY.
           IF TCT-REDEEM-COUNT(TCT-SUB) > TELLER-MAX-REDEEMS
               ADD 1 TO CTR-TELLER-VELOCITY
               ADD 1 TO CTR-EXCEPTIONS
               MOVE TCT-USER-ID(TCT-SUB)      TO TVL-USER-ID
               MOVE TCT-REDEEM-COUNT(TCT-SUB) TO TVL-COUNT
               MOVE TELLER-VELOCITY-LINE   TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
       320-PRINT-SUMMARY.
           MOVE SUMMARY-HEADING-LINE   TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE BUSINESS-DATE          TO BDL-DATE.
           MOVE BUSINESS-DATE-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE ADJ-LOOKBACK-DAYS      TO LBL-DAYS.
           MOVE LOOKBACK-LINE          TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CUSTOMER-MAX-REDEEMS   TO CML-COUNT.
           MOVE CUSTOMER-MAX-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE TELLER-MAX-REDEEMS     TO TML-COUNT.
           MOVE TELLER-MAX-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HIGH-COST-FLOOR        TO HCL-POINTS.
           MOVE HIGH-COST-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-REDEEMS-REVIEWED   TO RVL-COUNT.
           MOVE REVIEWED-LINE          TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-VOIDS-SKIPPED      TO VDL-COUNT.
           MOVE VOIDS-LINE             TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-OTHER-DATES        TO ODL-COUNT.
           MOVE OTHER-DATES-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-ADJS-IN-WINDOW     TO AWL-COUNT.
           MOVE ADJS-IN-WINDOW-LINE    TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-NO-TERMINAL        TO NTL-COUNT.
           MOVE NO-TERMINAL-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-NOT-ON-MASTER      TO NML-COUNT.
           MOVE NOT-ON-MASTER-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-AFTER-ADJUSTMENT   TO AAL-COUNT.
           MOVE AFTER-ADJUSTMENT-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-CUSTOMER-VELOCITY  TO CVT-COUNT.
           MOVE CUSTOMER-VELOCITY-TOTAL TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-TELLER-VELOCITY    TO TVT-COUNT.
           MOVE TELLER-VELOCITY-TOTAL  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-AWAY-FROM-BRANCH   TO ABL-COUNT.
           MOVE AWAY-FROM-BRANCH-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-BALANCE-DRAINED    TO BDL-COUNT.
           MOVE BALANCE-DRAINED-LINE   TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-BAD-CARDS          TO BCL-COUNT.
           MOVE BAD-CARDS-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-ENTRIES-DROPPED    TO TFL-COUNT.
           MOVE TABLE-FULL-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT.
