               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           05  CK-BIRTHDAY-BONUS       PIC 999.
           05  CK-RATE-NOT-FOUND       PIC 999.
           05  CK-TOTAL-PRODUCTS       PIC 9(5).
           05  CK-TIER-TABLE           PIC X(25).
           05  CK-EXP-ACCOUNTS-COUNT   PIC 9(5).
           05  CK-EXP-PRODUCTS-COUNT   PIC 9(5).
           05  CK-TRAILER-SEEN         PIC X.
           05  CK-BRANCH-CODE          PIC X(4).
           05  CK-BR-ACCOUNTS          PIC 9(5).
           05  CK-BR-POINTS            PIC 9(7).
           05  CK-BR-TIER-TABLE        PIC X(25).
           05  CK-EXPIRED-NETTED       PIC 9(7).
           05  CK-EARN-NOT-TRACKED     PIC 999.
           05  CK-PST-COUNT            PIC 9(3).
           05  CK-RGN-DROPPED          PIC 9(3).
           05  CK-REGION-TABLE         PIC X(320).
           05  CK-PRODUCT-TABLE        PIC X(1750).
           05  CK-TIER-EFFECTIVE-DATE  PIC X(08).
       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRX-CUSTOMER-NAME       PIC X(19).
           05  RL-EXCEPTIONS           PIC 9(3).
           05  RL-POINTS-OVERFLOWS     PIC 9(3).
           05  RL-RECON-OUTCOME        PIC X(1).
           05  RL-TIER-TABLE.
               10  RL-TIER-COUNT       PIC 9(5) OCCURS 5 TIMES.
           05  FILLER                  PIC X(14).
       FD  EARN-EXTRACT-FILE.
       01  EARN-EXTRACT-RECORD.
           05  EX-CUSTOMER-NAME        PIC X(19).
               10  XR-BRANCH-CODE      PIC X(04).
           05  XR-CUSTOMER-NUMBER      PIC 9(10).
           05  FILLER                  PIC X(07).
       FD  TIER-TABLE-FILE.
       01  TIER-TABLE-RECORD.
           05  TT-EFFECTIVE-DATE       PIC X(08).
           05  TT-TIER-COUNT           PIC 9(01).
           05  TT-TIER-ENTRY OCCURS 5 TIMES.
               10  TT-TIER-NAME        PIC X(08).
               10  TT-TIER-FLOOR       PIC 9(04).
           05  FILLER                  PIC X(11).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
           05  LAST-CK-BIRTHDAY-BONUS  PIC 999    VALUE ZERO.
           05  LAST-CK-RATE-NOT-FOUND  PIC 999    VALUE ZERO.
           05  LAST-CK-TOTAL-PRODUCTS  PIC 9(5)   VALUE ZERO.
           05  LAST-CK-TIER-TABLE      PIC X(25)  VALUE ZEROS.
           05  LAST-CK-EXP-ACCOUNTS-COUNT PIC 9(5) VALUE ZERO.
           05  LAST-CK-EXP-PRODUCTS-COUNT PIC 9(5) VALUE ZERO.
           05  LAST-CK-TRAILER-SEEN    PIC X      VALUE 'N'.
           05  LAST-CK-BRANCH-CODE     PIC X(4)   VALUE SPACES.
           05  LAST-CK-BR-ACCOUNTS     PIC 9(5)   VALUE ZERO.
           05  LAST-CK-BR-POINTS       PIC 9(7)   VALUE ZERO.
           05  LAST-CK-BR-TIER-TABLE   PIC X(25)  VALUE ZEROS.
           05  LAST-CK-EXPIRED-NETTED  PIC 9(7)   VALUE ZERO.
           05  LAST-CK-EARN-NOT-TRACKED PIC 999   VALUE ZERO.
           05  LAST-CK-PST-COUNT       PIC 9(3)   VALUE ZERO.
           05  LAST-CK-RGN-DROPPED     PIC 9(3)   VALUE ZERO.
           05  LAST-CK-REGION-TABLE    PIC X(320) VALUE SPACES.
           05  LAST-CK-PRODUCT-TABLE   PIC X(1750) VALUE SPACES.
           05  LAST-CK-TIER-EFFECTIVE-DATE PIC X(08) VALUE SPACES.
       01  ACCUMS-AND-COUNTERS.
           05  ACCUM-LOYALTY-PTS       PIC 9(4) VALUE 0.
           05  CTR-PRODUCTS            PIC 999 VALUE 0.
           05  CTR-ACCOUNTS            PIC 9(5) VALUE 0.
           05  CTR-LINES               PIC 99 VALUE 0.
           05  EXP-PRODUCTS-COUNT      PIC 9(5) VALUE 0.
           05  SW-TRAILER-SEEN         PIC X VALUE 'N'.
               88  TRAILER-RECORD-SEEN       VALUE 'Y'.
      * THE TIER BREAKPOINTS COME FROM THE SHARED TIERTAB CONTROL
      * FILE, NOT FROM 88-LEVELS, SO EVERY PROGRAM THAT CLASSIFIES A
      * TIER AGREES.  THE TABLE IN EFFECT IS THE LATEST TIERTAB
      * RECORD WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE; ITS
      * ENTRIES ARE IN ASCENDING FLOOR ORDER AND A BALANCE FALLS IN
      * THE HIGHEST TIER WHOSE FLOOR IT REACHES.
       01  TIER-TABLE-CONTROLS.
           05  SW-END-OF-TIERS         PIC X VALUE 'N'.
               88  END-OF-TIERS              VALUE 'Y'.
           05  SW-TIER-TABLE-LOADED    PIC X VALUE 'N'.
               88  TIER-TABLE-LOADED         VALUE 'Y'.
           05  TIER-SUB                PIC 9(3) VALUE 0.
           05  TIER-MATCH-SUB          PIC 9(3) VALUE 0.
           05  TIER-TEST-PTS           PIC 9(4) VALUE 0.
           05  TIER-AS-OF-DATE         PIC X(08) VALUE SPACES.
       01  TIER-TABLE-IN-EFFECT.
           05  TTE-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
           05  TTE-TIER-COUNT          PIC 9(01) VALUE 0.
           05  TTE-TIER-ENTRY OCCURS 5 TIMES.
               10  TTE-TIER-NAME       PIC X(08).
               10  TTE-TIER-FLOOR      PIC 9(04).
           05  FILLER                  PIC X(11).
      * TIER COUNTERS ARE KEPT BY POSITION IN THE TIER TABLE IN
      * EFFECT (CHECKPOINTED AND LOGGED AS ONE 25-BYTE BLOCK).
       01  TIER-COUNTERS.
           05  CTR-TIER                PIC 9(5) VALUE 0
                                       OCCURS 5 TIMES.
       01  BRANCH-ACCUMS-AND-COUNTERS.
           05  CTR-BR-ACCOUNTS         PIC 9(5) VALUE 0.
           05  ACCUM-BR-POINTS         PIC 9(7) VALUE 0.
           05  CTR-BR-TIER-TABLE.
               10  CTR-BR-TIER         PIC 9(5) VALUE 0
                                       OCCURS 5 TIMES.
       01  RATE-TABLE-COUNT            PIC 9(3) VALUE 0.
       01  PRODUCT-RATE-TABLE.
           05  RT-ENTRY OCCURS 100 TIMES.
           05  BRT-ACCOUNTS            PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE '  POINTS '.
           05  BRT-POINTS              PIC ZZZZZZ9.
      * ONE NAME/COUNT SLOT PER TIER IN THE TABLE IN EFFECT; THE
      * LINE IS CLEARED BEFORE EACH USE SO UNUSED SLOTS PRINT BLANK.
       01  BRANCH-TIER-LINE.
           05  FILLER                  PIC X(1).
           05  BRL-BRANCH-CODE         PIC X(4).
           05  BRL-TIER-SLOT OCCURS 5 TIMES.
               10  FILLER              PIC X(1).
               10  BRL-TIER-NAME       PIC X(8).
               10  FILLER              PIC X(1).
               10  BRL-TIER-COUNT      PIC ZZZZZ.
       01  REGION-HEADING-LINE.
           05  FILLER                  PIC X(42) VALUE
               ' R E G I O N   R O L L U P'.
                    VALUE ' REGION ENTRIES NOT TRACKED (TABLE FULL) .'.
           05  RGD-COUNT               PIC ZZZ.
       01  TIER-TOTAL-LINE.
           05  TTL-CAPTION             PIC X(5).
           05  TTL-TIER-SLOT OCCURS 5 TIMES.
               10  FILLER              PIC X(1).
               10  TTL-TIER-NAME       PIC X(8).
               10  FILLER              PIC X(1).
               10  TTL-TIER-COUNT      PIC ZZZZZ.
       01  PRODUCT-HEADING-1.
           05  FILLER                  PIC X(08) VALUE SPACE.
           05  FILLER                  PIC X(42) VALUE
       100-INITIALIZATION.
           MOVE 'ZBNKLYTY'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           MOVE TS-DATE                TO TIER-AS-OF-DATE.
           PERFORM 130-LOAD-TIER-TABLE.
           IF PARM-DATA = 'RESTART '
               MOVE 'RESTART'          TO RUN-TYPE-WS
           END-IF.
               MOVE LAST-CK-BIRTHDAY-BONUS    TO CTR-BIRTHDAY-BONUS
               MOVE LAST-CK-RATE-NOT-FOUND    TO CTR-RATE-NOT-FOUND
               MOVE LAST-CK-TOTAL-PRODUCTS    TO CTR-TOTAL-PRODUCTS
               MOVE LAST-CK-TIER-TABLE        TO TIER-COUNTERS
               MOVE LAST-CK-EXP-ACCOUNTS-COUNT TO EXP-ACCOUNTS-COUNT
               MOVE LAST-CK-EXP-PRODUCTS-COUNT TO EXP-PRODUCTS-COUNT
               MOVE LAST-CK-TRAILER-SEEN      TO SW-TRAILER-SEEN
               MOVE LAST-CK-BRANCH-CODE       TO SAVE-BRANCH-CODE
               MOVE LAST-CK-BR-ACCOUNTS       TO CTR-BR-ACCOUNTS
               MOVE LAST-CK-BR-POINTS         TO ACCUM-BR-POINTS
               MOVE LAST-CK-BR-TIER-TABLE     TO CTR-BR-TIER-TABLE
               MOVE LAST-CK-EXPIRED-NETTED    TO CTR-EXPIRED-NETTED
               MOVE LAST-CK-EARN-NOT-TRACKED  TO CTR-EARN-NOT-TRACKED
               MOVE LAST-CK-PST-COUNT         TO PST-COUNT
               MOVE LAST-CK-REGION-TABLE      TO REGION-ROLLUP-TABLE
               MOVE LAST-CK-PRODUCT-TABLE     TO PRODUCT-SUMMARY-TABLE
           END-IF.
      * THE TIER COUNTERS JUST RESTORED ARE BY POSITION IN THE TABLE
      * THE ABORTED RUN USED.  IF TIERTAB HAS SINCE PICKED UP A NEWER
      * TABLE, GO BACK TO THE CHECKPOINTED ONE SO EVERY CUSTOMER IN
      * THE CYCLE, BEFORE AND AFTER THE RESTART, IS TIERED ALIKE.
           IF CHECKPOINT-WAS-FOUND
               IF LAST-CK-TIER-EFFECTIVE-DATE NOT = TTE-EFFECTIVE-DATE
                   PERFORM 135-RELOAD-CHECKPOINT-TIERS
               END-IF
           END-IF.
           PERFORM 107-SKIP-PROCESSED-RECORD
               VARYING CTR-SKIP-COUNT FROM 1 BY 1
               UNTIL CTR-SKIP-COUNT > CTR-RECORDS-TO-SKIP.
                   MOVE CK-BIRTHDAY-BONUS     TO LAST-CK-BIRTHDAY-BONUS
                   MOVE CK-RATE-NOT-FOUND     TO LAST-CK-RATE-NOT-FOUND
                   MOVE CK-TOTAL-PRODUCTS     TO LAST-CK-TOTAL-PRODUCTS
                   MOVE CK-TIER-TABLE         TO LAST-CK-TIER-TABLE
                   MOVE CK-EXP-ACCOUNTS-COUNT
                       TO LAST-CK-EXP-ACCOUNTS-COUNT
                   MOVE CK-EXP-PRODUCTS-COUNT
                   MOVE CK-BRANCH-CODE        TO LAST-CK-BRANCH-CODE
                   MOVE CK-BR-ACCOUNTS        TO LAST-CK-BR-ACCOUNTS
                   MOVE CK-BR-POINTS          TO LAST-CK-BR-POINTS
                   MOVE CK-BR-TIER-TABLE      TO LAST-CK-BR-TIER-TABLE
                   MOVE CK-EXPIRED-NETTED
                       TO LAST-CK-EXPIRED-NETTED
                   MOVE CK-EARN-NOT-TRACKED
                   MOVE CK-RGN-DROPPED        TO LAST-CK-RGN-DROPPED
                   MOVE CK-REGION-TABLE       TO LAST-CK-REGION-TABLE
                   MOVE CK-PRODUCT-TABLE      TO LAST-CK-PRODUCT-TABLE
                   MOVE CK-TIER-EFFECTIVE-DATE
                       TO LAST-CK-TIER-EFFECTIVE-DATE
           END-READ.
       107-SKIP-PROCESSED-RECORD.
           READ ACCOUNT-FILE
               MOVE BRM-BRANCH-NAME(BRM-SUB) TO BRANCH-NAME-WORK
               MOVE BRM-REGION-CODE(BRM-SUB) TO REGION-CODE-WORK
           END-IF.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       130-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 131-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKLYTY NO TIER TABLE IN EFFECT FOR '
                       TIER-AS-OF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       131-LOAD-TIER-ENTRY.
           READ TIER-TABLE-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-TIERS
               NOT AT END
                   IF TT-EFFECTIVE-DATE NOT > TIER-AS-OF-DATE
                     AND TT-TIER-COUNT IS NUMERIC
                     AND TT-TIER-COUNT > ZERO
                     AND TT-TIER-COUNT NOT > 5
                     AND TT-TIER-FLOOR(1) IS NUMERIC
                     AND TT-TIER-FLOOR(1) = ZERO
                       MOVE TIER-TABLE-RECORD TO TIER-TABLE-IN-EFFECT
                       MOVE 'Y' TO SW-TIER-TABLE-LOADED
                   END-IF
           END-READ.
      * RESTART ONLY - RELOAD AS OF THE CHECKPOINTED TABLE'S OWN
      * EFFECTIVE DATE, WHICH SELECTS THAT TABLE.  IF IT HAS BEEN
      * REMOVED FROM TIERTAB SINCE THE ABORTED RUN, STOP: FINISHING
      * THE CYCLE UNDER A DIFFERENT TABLE WOULD MIS-TIER HALF THE FILE.
       135-RELOAD-CHECKPOINT-TIERS.
           MOVE LAST-CK-TIER-EFFECTIVE-DATE TO TIER-AS-OF-DATE.
           MOVE 'N'                    TO SW-END-OF-TIERS.
           MOVE 'N'                    TO SW-TIER-TABLE-LOADED.
           PERFORM 130-LOAD-TIER-TABLE.
           IF TTE-EFFECTIVE-DATE NOT = LAST-CK-TIER-EFFECTIVE-DATE
               DISPLAY 'ZBNKLYTY CHECKPOINT TIER TABLE '
                       LAST-CK-TIER-EFFECTIVE-DATE
                       ' IS NO LONGER ON TIERTAB'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'ZBNKLYTY RESTART TIERED WITH THE CHECKPOINT TABLE '
                   'EFFECTIVE ' TTE-EFFECTIVE-DATE.
       115-READ-XREF-CONTROL.
           MOVE SPACES                 TO XR-KEY.
           READ XREF-FILE
           MOVE BRANCH-TOTAL-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 233-ACCUM-REGION-ROLLUP.
           MOVE SPACES                 TO BRANCH-TIER-LINE.
           MOVE SAVE-BRANCH-CODE       TO BRL-BRANCH-CODE.
           PERFORM 236-FORMAT-BRANCH-TIER-SLOT
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE BRANCH-TIER-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE ZERO TO CTR-BR-ACCOUNTS.
           MOVE ZERO TO ACCUM-BR-POINTS.
           MOVE ZEROS TO CTR-BR-TIER-TABLE.
      * AT EACH CUSTOMER BREAK THE CYCLE'S EARN SNAPSHOT (ONE RECORD
      * PER PRODUCT, DATED WITH THE RUN DATE) IS FLUSHED TO EARNX10
      * FOR THE EARN-HISTORY MAINTENANCE STEP, AND THE CUSTOMER'S
               MOVE 'Y'     TO RGN-FOUND-SW
               MOVE RGN-SUB TO RGN-MATCH-SUB
           END-IF.
       236-FORMAT-BRANCH-TIER-SLOT.
           MOVE TTE-TIER-NAME(TIER-SUB) TO BRL-TIER-NAME(TIER-SUB).
           MOVE CTR-BR-TIER(TIER-SUB)  TO BRL-TIER-COUNT(TIER-SUB).
       206-WRITE-EARN-EXTRACT.
           PERFORM 207-WRITE-EARN-ENTRY
               VARYING CET-SUB FROM 1 BY 1
           MOVE CTR-BIRTHDAY-BONUS     TO CK-BIRTHDAY-BONUS.
           MOVE CTR-RATE-NOT-FOUND     TO CK-RATE-NOT-FOUND.
           MOVE CTR-TOTAL-PRODUCTS     TO CK-TOTAL-PRODUCTS.
           MOVE TIER-COUNTERS          TO CK-TIER-TABLE.
           MOVE EXP-ACCOUNTS-COUNT     TO CK-EXP-ACCOUNTS-COUNT.
           MOVE EXP-PRODUCTS-COUNT     TO CK-EXP-PRODUCTS-COUNT.
           MOVE SW-TRAILER-SEEN        TO CK-TRAILER-SEEN.
           MOVE SAVE-BRANCH-CODE       TO CK-BRANCH-CODE.
           MOVE CTR-BR-ACCOUNTS        TO CK-BR-ACCOUNTS.
           MOVE ACCUM-BR-POINTS        TO CK-BR-POINTS.
           MOVE CTR-BR-TIER-TABLE      TO CK-BR-TIER-TABLE.
           MOVE CTR-EXPIRED-NETTED     TO CK-EXPIRED-NETTED.
           MOVE CTR-EARN-NOT-TRACKED   TO CK-EARN-NOT-TRACKED.
           MOVE PST-COUNT              TO CK-PST-COUNT.
           MOVE CTR-REGIONS-DROPPED    TO CK-RGN-DROPPED.
           MOVE REGION-ROLLUP-TABLE    TO CK-REGION-TABLE.
           MOVE PRODUCT-SUMMARY-TABLE  TO CK-PRODUCT-TABLE.
           MOVE TTE-EFFECTIVE-DATE     TO CK-TIER-EFFECTIVE-DATE.
           WRITE CHECKPOINT-RECORD.
       216-CLASSIFY-LOYALTY-TIER.
           MOVE ACCUM-LOYALTY-PTS      TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 235-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO DL-TIER.
           ADD 1 TO CTR-TIER(TIER-MATCH-SUB).
           ADD 1 TO CTR-BR-TIER(TIER-MATCH-SUB).
       235-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       217-WRITE-CRM-EXTRACT-RECORD.
           MOVE SAVE-CUSTOMER-NAME     TO CRX-CUSTOMER-NAME.
           MOVE SAVE-ADDRESS           TO CRX-ADDRESS.
           MOVE CTR-ACCOUNTS           TO GTL-ACCOUNTS-COUNT.
           MOVE GRAND-TOTAL-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SPACES                 TO TIER-TOTAL-LINE.
           MOVE ' ALL'                 TO TTL-CAPTION.
           PERFORM 308-FORMAT-TIER-TOTAL-SLOT
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TIER-TOTAL-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-EXCEPTIONS         TO ETL-EXCEPTIONS-COUNT.
           CLOSE REPORT-FILE ACCOUNT-FILE CHECKPOINT-FILE
                 CRM-EXTRACT-FILE EARN-EXTRACT-FILE
                 EXPIRED-SUMMARY-FILE XREF-FILE.
       308-FORMAT-TIER-TOTAL-SLOT.
           MOVE TTE-TIER-NAME(TIER-SUB) TO TTL-TIER-NAME(TIER-SUB).
           MOVE CTR-TIER(TIER-SUB)     TO TTL-TIER-COUNT(TIER-SUB).
       306-PRINT-REGION-ROLLUP.
           MOVE REGION-HEADING-LINE    TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-EXCEPTIONS         TO RL-EXCEPTIONS.
           MOVE CTR-POINTS-OVERFLOWS   TO RL-POINTS-OVERFLOWS.
           MOVE RECON-OUTCOME-WS       TO RL-RECON-OUTCOME.
           MOVE TIER-COUNTERS          TO RL-TIER-TABLE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
      * ONE CONTROL RECORD PER POINT INTERFACE, APPENDED AT WRAP-UP,
