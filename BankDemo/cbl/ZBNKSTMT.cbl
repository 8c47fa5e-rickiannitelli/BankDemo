      *              FROM THE TYPE-2 RECORDS, THE POINT TOTAL, THE  *
      *              TIER, AND A BIRTHDAY-MONTH GREETING WHEN THE   *
      *              CUSTOMER'S BIRTH MONTH MATCHES THE RUN DATE.   *
      *              POINT ACCUMULATION MATCHES ZBNKLYTY AND THE    *
      *              TIER BREAKPOINTS COME FROM THE SHARED TIERTAB  *
      *              TABLE, SO THE STATEMENT AGREES WITH THE        *
      *              OPERATIONS REPORT AND THE TELLER INQUIRY.      *
      *              STMT10 IS A PRINT FILE (ONE FORM FEED PER      *
      *              CUSTOMER) HANDED TO THE LETTER SHOP - REPT10   *
      *                                                            *
      *              THE POINT ACTIVITY SECTION WALKS THE BALANCE   *
      *              LIKE A BANK STATEMENT: OPENING BALANCE, EACH   *
      *              REDEMPTION (ZBNKREDM/LYRD) AND REDEMPTION VOID *
      *              (LYVD OR A BRANCH REVERSAL), SUPERVISOR        *
      *              ADJUSTMENT (LYAJ VIA THE DAILY ADJRNL PICKUP), *
      *              HOUSEHOLD TRANSFER OUT AND IN (ZBNKXFER),      *
      *              EXPIRATION (ZBNKEXPR), AND EARN MOVEMENT       *
      *              (ZBNKEMNT) SINCE THE LAST STATEMENT, FROM THE  *
      *              ACTIVITY HISTORY FILE (ACTHSRT, THE CYCLE'S    *
      *              REFRESH, AND THE CUSTOMER NUMBER (ALSO         *
      *              PRINTED ON THE PAGE) COMES FROM THE CUSTXREF   *
      *              CROSS-REFERENCE.                               *
      *                                                            *
      *              A CUSTOMER ON THE CONTACT SUPPRESSION FILE     *
      *              (CONSUPP) AS DECEASED OR RETURNED MAIL GETS NO *
      *              PAGE; A MARKETING OPT-OUT STILL GETS ITS       *
      *              STATEMENT.  SUPPRESSED PAGES ARE COUNTED BY    *
      *              REASON ON THE STEP LOG FOR THE LETTER SHOP.    *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKSTMT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-NUMBER.
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
       FD  ACCOUNT-FILE.
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  LM-BRANCH-CODE          PIC X(4).
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
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-ACTIVITY           VALUE 'Y'.
           05  SW-MASTER-FOUND         PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  SW-CUSTOMER-SUPPRESSED  PIC X VALUE 'N'.
               88  CUSTOMER-SUPPRESSED       VALUE 'Y'.
       01  ACTIVITY-MATCH-CONTROLS.
           05  ACTIVITY-MATCH-KEY.
               10  AMK-BRANCH          PIC X(04) VALUE HIGH-VALUES.
               10  ACT-REF             PIC X(04).
       01  BALANCE-WORK-AREAS.
           05  STMT-EARNED-PTS         PIC S9(7) VALUE 0.
           05  STMT-REDEEMED-PTS       PIC S9(7) VALUE 0.
           05  STMT-ADJUSTED-PTS       PIC S9(7) VALUE 0.
           05  STMT-EXPIRED-PTS        PIC 9(7) VALUE 0.
           05  STMT-TRANSFER-PTS       PIC S9(7) VALUE 0.
           05  CLOSING-BALANCE-WORK    PIC S9(8) VALUE 0.
           05  OPENING-BALANCE-WORK    PIC S9(8) VALUE 0.
           05  CUSTOMER-NUMBER-WORK    PIC 9(10) VALUE 0.
           05  CTR-NOT-ON-MASTER       PIC 9(5) VALUE 0.
       01  ACCUMS-AND-COUNTERS.
           05  ACCUM-LOYALTY-PTS       PIC 9(4) VALUE 0.
           05  CTR-PRODUCTS            PIC 999 VALUE 0.
           05  CTR-STATEMENTS          PIC 9(5) VALUE 0.
           05  CTR-SUPP-DECEASED       PIC 9(5) VALUE 0.
           05  CTR-SUPP-RETURNED-MAIL  PIC 9(5) VALUE 0.
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
       01  TIER-TABLE-IN-EFFECT.
           05  TTE-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
           05  TTE-TIER-COUNT          PIC 9(01) VALUE 0.
           05  TTE-TIER-ENTRY OCCURS 5 TIMES.
               10  TTE-TIER-NAME       PIC X(08).
               10  TTE-TIER-FLOOR      PIC 9(04).
           05  FILLER                  PIC X(11).
       01  OVERFLOW-SWITCHES.
           05  SW-POINTS-OVERFLOW      PIC X VALUE 'N'.
               88  POINTS-OVERFLOWED         VALUE 'Y'.
           MOVE DATE-YEAR              TO SH2-YEAR.
           MOVE DATE-MONTH             TO SH2-MONTH.
           MOVE DATE-DAY               TO SH2-DAY.
           PERFORM 120-LOAD-TIER-TABLE.
           PERFORM 110-LOAD-RATE-TABLE.
           OPEN INPUT  ACCOUNT-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT  ACTIVITY-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  LOYALTY-MASTER-FILE.
           OPEN INPUT  SUPPRESSION-FILE.
           PERFORM 115-READ-EXPSUM-RECORD.
           PERFORM 116-READ-ACTIVITY-RECORD.
           PERFORM 230-READ-A-RECORD.
           MOVE ZERO                   TO STMT-REDEEMED-PTS.
           MOVE ZERO                   TO STMT-ADJUSTED-PTS.
           MOVE ZERO                   TO STMT-EXPIRED-PTS.
           MOVE ZERO                   TO STMT-TRANSFER-PTS.
           PERFORM 116-READ-ACTIVITY-RECORD
               UNTIL END-OF-ACTIVITY
               OR ACTIVITY-MATCH-KEY NOT < CUSTOMER-MATCH-KEY.
                   END-IF
               WHEN 'R'
                   ADD HA-POINTS TO STMT-REDEEMED-PTS
               WHEN 'V'
                   SUBTRACT HA-POINTS FROM STMT-REDEEMED-PTS
               WHEN 'A'
                   IF HA-SIGN = '-'
                       SUBTRACT HA-POINTS FROM STMT-ADJUSTED-PTS
                   END-IF
               WHEN 'X'
                   ADD HA-POINTS TO STMT-EXPIRED-PTS
               WHEN 'T'
                   IF HA-SIGN = '-'
                       SUBTRACT HA-POINTS FROM STMT-TRANSFER-PTS
                   ELSE
                       ADD HA-POINTS TO STMT-TRANSFER-PTS
                   END-IF
           END-EVALUATE.
           PERFORM 116-READ-ACTIVITY-RECORD.
      * THE CLOSING BALANCE PRINTED IS THE CUSTOMER'S LIVE LOYMSTR
           SUBTRACT STMT-EARNED-PTS  FROM OPENING-BALANCE-WORK.
           ADD STMT-REDEEMED-PTS       TO OPENING-BALANCE-WORK.
           SUBTRACT STMT-ADJUSTED-PTS FROM OPENING-BALANCE-WORK.
           SUBTRACT STMT-TRANSFER-PTS FROM OPENING-BALANCE-WORK.
           ADD STMT-EXPIRED-PTS        TO OPENING-BALANCE-WORK.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       120-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 121-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKSTMT NO TIER TABLE IN EFFECT FOR '
                       DATE-WS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       121-LOAD-TIER-ENTRY.
           READ TIER-TABLE-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-TIERS
               NOT AT END
                   IF TT-EFFECTIVE-DATE NOT > DATE-WS
                     AND TT-TIER-COUNT IS NUMERIC
                     AND TT-TIER-COUNT > ZERO
                     AND TT-TIER-COUNT NOT > 5
                     AND TT-TIER-FLOOR(1) IS NUMERIC
                     AND TT-TIER-FLOOR(1) = ZERO
                       MOVE TIER-TABLE-RECORD TO TIER-TABLE-IN-EFFECT
                       MOVE 'Y' TO SW-TIER-TABLE-LOADED
                   END-IF
           END-READ.
       125-READ-MASTER-BY-NUMBER.
           MOVE CUSTOMER-NUMBER-WORK   TO LM-CUSTOMER-NUMBER.
           READ LOYALTY-MASTER-FILE
                   IF CUSTOMER-PAGE-OPEN
                       PERFORM 220-CLOSE-STATEMENT-PAGE
                   END-IF
                   PERFORM 205-CHECK-SUPPRESSION
                   IF NOT CUSTOMER-SUPPRESSED
                       PERFORM 210-OPEN-STATEMENT-PAGE
                   END-IF
               WHEN VALID-PRODUCT-TYPE
                   IF CUSTOMER-PAGE-OPEN
                       PERFORM 215-PRINT-PRODUCT-LINE
                   CONTINUE
           END-EVALUATE.
           PERFORM 230-READ-A-RECORD.
      * A SUPPRESSED CUSTOMER'S PAGE IS NEVER OPENED, SO THE TYPE-2
      * PRODUCT RECORDS THAT FOLLOW ARE PASSED OVER AND THE EXPSUM
      * AND ACTIVITY CO-READS SIMPLY SKIP THE CUSTOMER'S ENTRIES ON
      * THE NEXT PAGE'S FORWARD READ.  THE ENTRY APPLIES FROM ITS
      * EFFECTIVE DATE; AN OPT-OUT DOES NOT STOP A STATEMENT.
       205-CHECK-SUPPRESSION.
           MOVE 'N'                    TO SW-CUSTOMER-SUPPRESSED.
           MOVE AR-CUSTOMER-NAME       TO XR-CUSTOMER-NAME.
           MOVE AR-BRANCH-CODE         TO XR-BRANCH-CODE.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 206-READ-SUPPRESSION
           END-READ.
       206-READ-SUPPRESSION.
           MOVE XR-CUSTOMER-NUMBER     TO CS-CUSTOMER-NUMBER.
           READ SUPPRESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-EFFECTIVE-DATE NOT > DATE-WS
                       EVALUATE TRUE
                           WHEN CS-DECEASED
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-DECEASED
                           WHEN CS-RETURNED-MAIL
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-RETURNED-MAIL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       210-OPEN-STATEMENT-PAGE.
           MOVE STATEMENT-HEADING-1    TO STATEMENT-LINE-OUT
           WRITE STATEMENT-LINE-OUT AFTER ADVANCING PAGE
           MOVE STMT-ADJUSTED-PTS      TO BDL-POINTS.
           MOVE BALANCE-DETAIL-LINE    TO STATEMENT-LINE-OUT
           WRITE STATEMENT-LINE-OUT AFTER ADVANCING 1 LINE
           MOVE ' POINTS TRANSFERRED ...'
                                       TO BDL-CAPTION.
           MOVE STMT-TRANSFER-PTS      TO BDL-POINTS.
           MOVE BALANCE-DETAIL-LINE    TO STATEMENT-LINE-OUT
           WRITE STATEMENT-LINE-OUT AFTER ADVANCING 1 LINE
           MOVE ' POINTS EXPIRED .......'
                                       TO BDL-CAPTION.
           MOVE STMT-EXPIRED-PTS       TO BDL-POINTS.
                   MOVE 'POINTS EARNED  ' TO ADL-DESCRIPTION
               WHEN 'R'
                   MOVE 'REDEMPTION     ' TO ADL-DESCRIPTION
               WHEN 'V'
                   MOVE 'REDEMPTION VOID' TO ADL-DESCRIPTION
               WHEN 'A'
                   MOVE 'ADJUSTMENT     ' TO ADL-DESCRIPTION
               WHEN 'X'
                   MOVE 'POINTS EXPIRED ' TO ADL-DESCRIPTION
               WHEN 'T'
                   IF ACT-SIGN(ACT-SUB) = '-'
                       MOVE 'TRANSFER OUT   ' TO ADL-DESCRIPTION
                   ELSE
                       MOVE 'TRANSFER IN    ' TO ADL-DESCRIPTION
                   END-IF
               WHEN OTHER
                   MOVE 'ACTIVITY       ' TO ADL-DESCRIPTION
           END-EVALUATE.
           MOVE ACTIVITY-DETAIL-LINE   TO STATEMENT-LINE-OUT.
           WRITE STATEMENT-LINE-OUT AFTER ADVANCING 1 LINE.
       225-CLASSIFY-LOYALTY-TIER.
           MOVE ACCUM-LOYALTY-PTS      TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 226-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO TRL-TIER.
       226-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       230-READ-A-RECORD.
           READ ACCOUNT-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
           DISPLAY 'ZBNKSTMT STATEMENTS PRINTED ... ' CTR-STATEMENTS.
           DISPLAY 'ZBNKSTMT NOT ON MASTER ........ '
               CTR-NOT-ON-MASTER.
           DISPLAY 'ZBNKSTMT SUPPRESSED DECEASED .. '
               CTR-SUPP-DECEASED.
           DISPLAY 'ZBNKSTMT SUPPRESSED RET MAIL .. '
               CTR-SUPP-RETURNED-MAIL.
           CLOSE ACCOUNT-FILE STATEMENT-FILE EXPIRED-SUMMARY-FILE
                 ACTIVITY-FILE XREF-FILE LOYALTY-MASTER-FILE
                 SUPPRESSION-FILE.
