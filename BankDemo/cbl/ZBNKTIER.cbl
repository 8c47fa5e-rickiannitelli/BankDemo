      *              DROPPED CUSTOMER COUNTS, ARE APPENDED TO THE   *
      *              OPERATIONS REPORT (REPT10, OPENED EXTEND).     *
      *              TIERS ARE DERIVED FROM THE POINT TOTALS WITH   *
      *              THE SHARED TIERTAB TABLE ZBNKLYTY AND ZBNKLOAD *
      *              USE.  A CUSTOMER ON THE CONTACT SUPPRESSION    *
      *              FILE (CONSUPP) FOR ANY REASON - DECEASED,      *
      *              RETURNED MAIL OR MARKETING OPT-OUT - GETS NO   *
      *              LETTER: THE MOVE IS STILL COUNTED IN THE       *
      *              MATRIX BUT NO TIERMOVE RECORD IS WRITTEN, AND  *
      *              THE SUPPRESSED LETTERS ARE COUNTED BY REASON   *
      *              ON REPT10 BESIDE THE LETTERS WRITTEN.          *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKTIER.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE      ASSIGN REPT10
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
           SELECT SUPPRESSION-FILE ASSIGN CONSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUSTOMER-NUMBER.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-CRM-FILE.
           05  FILLER                  PIC X(19).
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       FD  TIER-TABLE-FILE.
       01  TIER-TABLE-RECORD.
           05  TT-EFFECTIVE-DATE       PIC X(08).
           05  TT-TIER-COUNT           PIC 9(01).
           05  TT-TIER-ENTRY OCCURS 5 TIMES.
               10  TT-TIER-NAME        PIC X(08).
               10  TT-TIER-FLOOR       PIC 9(04).
           05  FILLER                  PIC X(11).
       FD  SUPPRESSION-FILE.
       01  SUPPRESSION-RECORD.
           05  CS-CUSTOMER-NUMBER      PIC 9(10).
           05  CS-REASON               PIC X(01).
               88  CS-DECEASED               VALUE 'D'.
               88  CS-RETURNED-MAIL          VALUE 'R'.
               88  CS-MARKETING-OPT-OUT      VALUE 'O'.
           05  CS-EFFECTIVE-DATE       PIC X(08).
           05  CS-MAINT-DATE           PIC X(08).
           05  FILLER                  PIC X(13).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-CURRENT       PIC X VALUE 'N'.
               88  END-OF-CURRENT            VALUE 'Y'.
           05  SW-END-OF-PRIOR         PIC X VALUE 'N'.
               88  END-OF-PRIOR              VALUE 'Y'.
           05  SW-CUSTOMER-SUPPRESSED  PIC X VALUE 'N'.
               88  CUSTOMER-SUPPRESSED       VALUE 'Y'.
       01  MATCH-KEYS.
           05  CUR-MATCH-KEY.
               10  CUR-KEY-BRANCH      PIC X(04) VALUE SPACES.
           05  HELD-PRV-KEY            PIC X(23) VALUE LOW-VALUES.
       01  TIER-WORK-AREAS.
           05  TIER-TEST-PTS           PIC 9(4) VALUE 0.
           05  OLD-TIER-SUB            PIC 9 VALUE 0.
           05  NEW-TIER-SUB            PIC 9 VALUE 0.
           05  TIER-SUB-WORK           PIC 9 VALUE 0.
           05  DELTA-WORK              PIC S9(5) VALUE 0.
           05  TIMESTAMP-WS.
               10  TS-DATE             PIC X(08) VALUE SPACES.
               10  TS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
      * THE TIER BREAKPOINTS COME FROM THE SHARED TIERTAB CONTROL
      * FILE, NOT FROM 88-LEVELS, SO EVERY PROGRAM THAT CLASSIFIES A
      * TIER AGREES.  THE TABLE IN EFFECT IS THE LATEST TIERTAB
      * RECORD WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE; ITS
      * ENTRIES ARE IN ASCENDING FLOOR ORDER AND A BALANCE FALLS IN
      * THE HIGHEST TIER WHOSE FLOOR IT REACHES.  BOTH CYCLES ARE
      * CLASSIFIED WITH THE TABLE IN EFFECT TODAY, SO A BREAKPOINT
      * CHANGE BY ITSELF DOES NOT SHOW UP HERE AS MOVEMENT (THE
      * ZBNKRTIR RE-TIER RUN REPORTS THOSE MOVES).
       01  TIER-TABLE-CONTROLS.
           05  SW-END-OF-TIERS         PIC X VALUE 'N'.
               88  END-OF-TIERS              VALUE 'Y'.
           05  SW-TIER-TABLE-LOADED    PIC X VALUE 'N'.
               88  TIER-TABLE-LOADED         VALUE 'Y'.
           05  TIER-SUB                PIC 9(3) VALUE 0.
           05  TIER-MATCH-SUB          PIC 9(3) VALUE 0.
       01  TIER-TABLE-IN-EFFECT.
           05  TTE-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
           05  TTE-TIER-COUNT          PIC 9(01) VALUE 0.
           05  TTE-TIER-ENTRY OCCURS 5 TIMES.
               10  TTE-TIER-NAME       PIC X(08).
               10  TTE-TIER-FLOOR      PIC 9(04).
           05  FILLER                  PIC X(11).
       01  MOVEMENT-MATRIX.
           05  MM-OLD-ROW OCCURS 5 TIMES.
               10  MM-CELL OCCURS 5 TIMES.
                   15  MM-COUNT        PIC 9(5) VALUE 0.
       01  MOVEMENT-COUNTERS.
           05  CTR-UPGRADES            PIC 9(5) VALUE 0.
           05  CTR-DOWNGRADES          PIC 9(5) VALUE 0.
           05  CTR-NEW-CUSTOMERS       PIC 9(5) VALUE 0.
           05  CTR-DROPPED-CUSTOMERS   PIC 9(5) VALUE 0.
           05  CTR-LETTERS-WRITTEN     PIC 9(5) VALUE 0.
           05  CTR-SUPP-DECEASED       PIC 9(5) VALUE 0.
           05  CTR-SUPP-RETURNED-MAIL  PIC 9(5) VALUE 0.
           05  CTR-SUPP-OPT-OUT        PIC 9(5) VALUE 0.
           05  MM-OLD-SUB              PIC 9 VALUE 0.
           05  MM-NEW-SUB              PIC 9 VALUE 0.
       01  MOVEMENT-HEADING-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' CUSTOMERS DROPPED THIS CYCLE .. '.
           05  DCL-COUNT               PIC ZZZZ9.
       01  LETTERS-WRITTEN-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' TIER LETTERS WRITTEN .......... '.
           05  LWL-COUNT               PIC ZZZZ9.
       01  SUPP-DECEASED-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' LETTERS SUPPRESSED - DECEASED . '.
           05  SDL-COUNT               PIC ZZZZ9.
       01  SUPP-RETURNED-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' LETTERS SUPPRESSED - RET MAIL . '.
           05  SRL-COUNT               PIC ZZZZ9.
       01  SUPP-OPT-OUT-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' LETTERS SUPPRESSED - OPT-OUT .. '.
           05  SOL-COUNT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           PERFORM 110-LOAD-TIER-TABLE.
           OPEN INPUT  CURRENT-CRM-FILE.
           OPEN INPUT  PRIOR-CRM-FILE.
           OPEN OUTPUT TIER-MOVE-FILE.
           OPEN EXTEND REPORT-FILE.
           OPEN INPUT  SUPPRESSION-FILE.
           PERFORM 210-READ-CURRENT-RECORD.
           PERFORM 215-READ-PRIOR-RECORD.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       110-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 111-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKTIER NO TIER TABLE IN EFFECT FOR '
                       TS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       111-LOAD-TIER-ENTRY.
           READ TIER-TABLE-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-TIERS
               NOT AT END
                   IF TT-EFFECTIVE-DATE NOT > TS-DATE
                     AND TT-TIER-COUNT IS NUMERIC
                     AND TT-TIER-COUNT > ZERO
                     AND TT-TIER-COUNT NOT > 5
                     AND TT-TIER-FLOOR(1) IS NUMERIC
                     AND TT-TIER-FLOOR(1) = ZERO
                       MOVE TIER-TABLE-RECORD TO TIER-TABLE-IN-EFFECT
                       MOVE 'Y' TO SW-TIER-TABLE-LOADED
                   END-IF
           END-READ.
      * BOTH EXTRACTS ARE IN ASCENDING BRANCH-CODE/CUSTOMER-NAME
      * ORDER (THE STEP010 SORT SEQUENCE), SO ONE BALANCED FORWARD
      * PASS ON THE COMPOSITE KEY PAIRS EACH CUSTOMER'S TWO CYCLES.
               PERFORM 230-WRITE-TIER-MOVE-RECORD
           END-IF.
       225-CLASSIFY-TIER-SUB.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 226-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TIER-MATCH-SUB         TO TIER-SUB-WORK.
       226-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       230-WRITE-TIER-MOVE-RECORD.
           MOVE SPACES                 TO TIER-MOVE-RECORD.
           MOVE CUR-CUSTOMER-NAME      TO TM-CUSTOMER-NAME.
           MOVE CUR-ADDRESS            TO TM-ADDRESS.
           MOVE TTE-TIER-NAME(OLD-TIER-SUB) TO TM-OLD-TIER.
           MOVE TTE-TIER-NAME(NEW-TIER-SUB) TO TM-NEW-TIER.
           MOVE CUR-LOYALTY-PTS        TO DELTA-WORK.
           SUBTRACT PRV-LOYALTY-PTS  FROM DELTA-WORK.
           MOVE DELTA-WORK             TO TM-POINT-DELTA.
           PERFORM 235-CHECK-SUPPRESSION.
           IF NOT CUSTOMER-SUPPRESSED
               WRITE TIER-MOVE-RECORD
               ADD 1 TO CTR-LETTERS-WRITTEN
           END-IF.
           ADD 1 TO MM-COUNT(OLD-TIER-SUB NEW-TIER-SUB).
           IF NEW-TIER-SUB > OLD-TIER-SUB
               ADD 1 TO CTR-UPGRADES
           ELSE
               ADD 1 TO CTR-DOWNGRADES
           END-IF.
      * TIER LETTERS ARE MARKETING, SO ANY SUPPRESSION IN EFFECT ON
      * THE RUN DATE STOPS THE LETTER.
       235-CHECK-SUPPRESSION.
           MOVE 'N'                    TO SW-CUSTOMER-SUPPRESSED.
           MOVE CUR-CUSTOMER-NUMBER    TO CS-CUSTOMER-NUMBER.
           READ SUPPRESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-EFFECTIVE-DATE NOT > TS-DATE
                       EVALUATE TRUE
                           WHEN CS-DECEASED
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-DECEASED
                           WHEN CS-RETURNED-MAIL
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-RETURNED-MAIL
                           WHEN CS-MARKETING-OPT-OUT
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-OPT-OUT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       300-WRAP-UP.
           MOVE MOVEMENT-HEADING-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 310-PRINT-MATRIX-ROW
               VARYING MM-OLD-SUB FROM 1 BY 1
               UNTIL MM-OLD-SUB > TTE-TIER-COUNT.
           MOVE CTR-UPGRADES           TO UGL-COUNT.
           MOVE UPGRADE-TOTAL-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-DROPPED-CUSTOMERS  TO DCL-COUNT.
           MOVE DROPPED-CUSTOMER-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-LETTERS-WRITTEN    TO LWL-COUNT.
           MOVE LETTERS-WRITTEN-LINE   TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-DECEASED      TO SDL-COUNT.
           MOVE SUPP-DECEASED-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-RETURNED-MAIL TO SRL-COUNT.
           MOVE SUPP-RETURNED-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-OPT-OUT       TO SOL-COUNT.
           MOVE SUPP-OPT-OUT-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           CLOSE CURRENT-CRM-FILE PRIOR-CRM-FILE
                 TIER-MOVE-FILE REPORT-FILE SUPPRESSION-FILE.
       310-PRINT-MATRIX-ROW.
           PERFORM 315-PRINT-MATRIX-CELL
               VARYING MM-NEW-SUB FROM 1 BY 1
               UNTIL MM-NEW-SUB > TTE-TIER-COUNT.
       315-PRINT-MATRIX-CELL.
           IF MM-COUNT(MM-OLD-SUB MM-NEW-SUB) > 0
               MOVE TTE-TIER-NAME(MM-OLD-SUB) TO MPL-OLD-TIER
               MOVE TTE-TIER-NAME(MM-NEW-SUB) TO MPL-NEW-TIER
               MOVE MM-COUNT(MM-OLD-SUB MM-NEW-SUB) TO MPL-COUNT
               MOVE MOVEMENT-PAIR-LINE TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
