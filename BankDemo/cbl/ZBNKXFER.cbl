      **************************************************************
      * Program:     ZBNKXFER                                      *
      * Function:    POST THE DAY'S CUSTOMER-TO-CUSTOMER POINT      *
      *              TRANSFERS (HOUSEHOLD POOLING) FROM THE XFER10  *
      *              TRANSACTION FILE AGAINST THE ONLINE LOYALTY    *
      *              MASTER (LOYMSTR).  EACH TRANSFER NAMES A GIVER *
      *              AND A RECEIVER BY CUSTOMER NUMBER AND A POINT  *
      *              AMOUNT; IT IS CHECKED AGAINST THE GIVER'S      *
      *              AVAILABLE LM-LOYALTY-PTS BALANCE, THEN THE     *
      *              GIVER IS DEBITED AND THE RECEIVER CREDITED -   *
      *              BOTH ON LM-LOYALTY-PTS AND ON LM-ADJUST-PTS,   *
      *              SO THE NIGHTLY REFRESH (WHICH NETS EARNED LESS *
      *              REDEEMED PLUS ADJUSTMENTS) KEEPS THE MOVE AND  *
      *              THE FILE-WIDE ADJUSTMENT TOTAL ZBNKADJR PROVES *
      *              IS UNCHANGED - AND BOTH CUSTOMERS ARE          *
      *              RE-CLASSIFIED.  EACH SIDE GOES TO THE ACTIVITY *
      *              HISTORY AS A TRANSFER-OUT / TRANSFER-IN PAIR   *
      *              (TYPE 'T') CARRYING THE SAME TRANSFER NUMBER   *
      *              IN THE REFERENCE CODE, SO THE TWO STATEMENTS   *
      *              SHOW LINKED ENTRIES; EVERY MASTER REWRITE IS   *
      *              LOGGED TO THE RECOVERY JOURNAL.  THE TRANSFER  *
      *              REGISTER (XFRR10) LISTS EVERY TRANSACTION WITH *
      *              ITS DISPOSITION, THE REJECT COUNTS BY REASON   *
      *              AND THE POINTS OUT/IN TOTALS, WHICH ARE ALSO   *
      *              LOGGED TO CYCLECTL (STAGES XFEROUT/XFERIN) SO  *
      *              ZBNKBAL PROVES THE RUN NETS TO ZERO - A        *
      *              TRANSFER MOVES LIABILITY BETWEEN CUSTOMERS BUT *
      *              MUST NEVER CREATE OR DESTROY POINTS.           *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKXFER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE  ASSIGN XFER10
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOYALTY-MASTER-FILE ASSIGN LOYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-NUMBER.
           SELECT REGISTER-FILE  ASSIGN XFRR10
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACTIVITY-FILE  ASSIGN ACTHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN LOYJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CYCLE-CONTROL-FILE ASSIGN CYCLECTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05  XT-FROM-CUSTOMER        PIC 9(10).
           05  XT-TO-CUSTOMER          PIC 9(10).
           05  XT-POINTS               PIC 9(04).
           05  XT-BRANCH-CODE          PIC X(04).
           05  XT-REQUEST-DATE         PIC X(08).
           05  FILLER                  PIC X(04).
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
       FD  REGISTER-FILE.
       01  REGISTER-LINE-OUT           PIC X(80).
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
       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           05  JR-PROGRAM              PIC X(08).
           05  JR-RUN-DATE             PIC X(08).
           05  JR-RUN-TIME             PIC X(06).
           05  JR-ACTION               PIC X(01).
           05  JR-BEFORE-IMAGE         PIC X(56).
           05  JR-AFTER-IMAGE          PIC X(56).
           05  FILLER                  PIC X(05).
       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05  CC-PROGRAM              PIC X(08).
           05  CC-STAGE                PIC X(08).
           05  CC-RUN-DATE             PIC X(08).
           05  CC-RUN-TIME             PIC X(06).
           05  CC-POINTS               PIC 9(09).
           05  FILLER                  PIC X(21).
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
               88  END-OF-DATA               VALUE 'Y'.
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
      * BOTH MASTER RECORDS ARE HELD HERE WHILE THE TRANSFER IS
      * CHECKED, SO NEITHER IS REWRITTEN UNLESS BOTH SIDES CAN POST.
       01  GIVER-MASTER-WORK.
           05  GM-CUSTOMER-NUMBER      PIC 9(10).
           05  GM-CUSTOMER-NAME        PIC X(19).
           05  GM-PRODUCTS             PIC 999.
           05  GM-LOYALTY-PTS          PIC 9(4).
           05  GM-REDEEMED-PTS         PIC 9(4).
           05  GM-ADJUST-PTS           PIC S9(4).
           05  GM-TIER                 PIC X(8).
           05  GM-BRANCH-CODE          PIC X(4).
       01  RECEIVER-MASTER-WORK.
           05  RM-CUSTOMER-NUMBER      PIC 9(10).
           05  RM-CUSTOMER-NAME        PIC X(19).
           05  RM-PRODUCTS             PIC 999.
           05  RM-LOYALTY-PTS          PIC 9(4).
           05  RM-REDEEMED-PTS         PIC 9(4).
           05  RM-ADJUST-PTS           PIC S9(4).
           05  RM-TIER                 PIC X(8).
           05  RM-BRANCH-CODE          PIC X(4).
       01  TRANSFER-WORK-AREAS.
           05  XFER-NUMBER-WORK        PIC 9(4) VALUE 0.
           05  RUN-DATE-WORK           PIC X(8) VALUE SPACES.
           05  MOVED-PTS-WORK          PIC 9(4) VALUE 0.
           05  ACT-SIGN-WORK           PIC X(01) VALUE SPACE.
       01  RECOVERY-JOURNAL-AREAS.
           05  TIMESTAMP-WS.
               10  TS-DATE             PIC X(08) VALUE SPACES.
               10  TS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  BEFORE-IMAGE-WORK       PIC X(56) VALUE SPACES.
       01  GRAND-COUNTERS.
           05  CTR-XFERS-READ          PIC 9(5) VALUE 0.
           05  CTR-XFERS-POSTED        PIC 9(5) VALUE 0.
           05  CTR-XFERS-REJECTED      PIC 9(5) VALUE 0.
           05  CTR-OUT-PTS             PIC 9(9) VALUE 0.
           05  CTR-IN-PTS              PIC 9(9) VALUE 0.
           05  NET-XFER-PTS            PIC S9(9) VALUE 0.
      * ONE SLOT PER REJECT REASON - THE TEXT PRINTS AS THE
      * DISPOSITION ON THE REGISTER AND AGAIN BESIDE ITS COUNT IN
      * THE SUMMARY.
       01  REJECT-REASON-VALUES.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-BAD CUST NBR'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-SAME CUSTOMER'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-BAD POINTS'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-NO GIVER'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-NO RECEIVER'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-INSUFF BALANCE'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-RECEIVER LIMIT'.
           05  FILLER                  PIC X(23)
                    VALUE 'REJECTED-ADJUST LIMIT'.
       01  REJECT-REASON-TABLE REDEFINES REJECT-REASON-VALUES.
           05  REJECT-REASON-TEXT      PIC X(23) OCCURS 8 TIMES.
       01  REJECT-COUNT-TABLE.
           05  CTR-REASON              PIC 9(5) OCCURS 8 TIMES.
       01  REJECT-CONTROLS.
           05  REJECT-SUB              PIC 9(3) VALUE 0.
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
           05  FILLER                  PIC X(49) VALUE
               'P O I N T S   T R A N S F E R   R E G I S T E R'.
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  HEADING-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'XFER'.
           05  FILLER                  PIC X(12) VALUE 'FROM CUST'.
           05  FILLER                  PIC X(13) VALUE 'TO CUST'.
           05  FILLER                  PIC X(08) VALUE 'POINTS'.
           05  FILLER                  PIC X(07) VALUE 'BRANCH'.
           05  FILLER                  PIC X(23) VALUE 'DISPOSITION'.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-XFER-NUMBER          PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  DL-FROM-CUSTOMER        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  DL-TO-CUSTOMER          PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACE.
           05  DL-POINTS               PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACE.
           05  DL-BRANCH               PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACE.
           05  DL-DISPOSITION          PIC X(23).
       01  SUMMARY-LINE.
           05  SML-CAPTION             PIC X(37).
           05  SML-COUNT               PIC ZZZZZZZZ9-.
       01  REJECT-REASON-LINE.
           05  FILLER                  PIC X(5) VALUE SPACE.
           05  RRL-REASON              PIC X(23).
           05  FILLER                  PIC X(9) VALUE ' ....... '.
           05  RRL-COUNT               PIC ZZZZ9.
       01  NET-ZERO-LINE.
           05  FILLER                  PIC X(45)
                    VALUE ' TRANSFERS NET TO ZERO - NO POINTS CREATED'.
       01  NET-BROKEN-LINE.
           05  FILLER                  PIC X(45)
                    VALUE ' *** TRANSFERS DO NOT NET TO ZERO'.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSFERS UNTIL END-OF-DATA.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKXFER'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           PERFORM 120-LOAD-TIER-TABLE.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           MOVE DATE-WS                TO RUN-DATE-WORK.
           PERFORM 110-INIT-REASON-COUNT
               VARYING REJECT-SUB FROM 1 BY 1 UNTIL REJECT-SUB > 8.
           OPEN INPUT  TRANSFER-FILE.
           OPEN I-O    LOYALTY-MASTER-FILE.
           OPEN EXTEND ACTIVITY-FILE.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE HEADING-1              TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE HEADING-2              TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE HEADING-3              TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           PERFORM 230-READ-A-RECORD.
       110-INIT-REASON-COUNT.
           MOVE ZERO                   TO CTR-REASON(REJECT-SUB).
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       120-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 121-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKXFER NO TIER TABLE IN EFFECT FOR '
                       TS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       121-LOAD-TIER-ENTRY.
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
      * THE TRANSFER NUMBER IS THE RECORD'S POSITION ON THE DAY'S
      * FILE - IT PRINTS ON THE REGISTER AND, WITH THE RUN DATE,
      * LINKS THE TWO ACTIVITY HISTORY ENTRIES OF A POSTED TRANSFER.
       200-PROCESS-TRANSFERS.
           ADD 1                       TO CTR-XFERS-READ.
           MOVE CTR-XFERS-READ         TO XFER-NUMBER-WORK.
           MOVE XFER-NUMBER-WORK       TO DL-XFER-NUMBER.
           MOVE XT-FROM-CUSTOMER       TO DL-FROM-CUSTOMER.
           MOVE XT-TO-CUSTOMER         TO DL-TO-CUSTOMER.
           MOVE XT-BRANCH-CODE         TO DL-BRANCH.
           IF XT-POINTS IS NUMERIC
               MOVE XT-POINTS          TO DL-POINTS
           ELSE
               MOVE ZERO               TO DL-POINTS
           END-IF.
           MOVE ZERO                   TO REJECT-SUB.
           PERFORM 210-EDIT-A-TRANSFER.
           IF REJECT-SUB > ZERO
               PERFORM 240-COUNT-A-REJECT
           END-IF.
           PERFORM 245-WRITE-DETAIL-LINE.
           PERFORM 230-READ-A-RECORD.
       210-EDIT-A-TRANSFER.
           EVALUATE TRUE
               WHEN XT-FROM-CUSTOMER IS NOT NUMERIC
                 OR XT-TO-CUSTOMER IS NOT NUMERIC
                   MOVE 1              TO REJECT-SUB
               WHEN XT-FROM-CUSTOMER = ZERO
                 OR XT-TO-CUSTOMER = ZERO
                   MOVE 1              TO REJECT-SUB
               WHEN XT-FROM-CUSTOMER = XT-TO-CUSTOMER
                   MOVE 2              TO REJECT-SUB
               WHEN XT-POINTS IS NOT NUMERIC
                   MOVE 3              TO REJECT-SUB
               WHEN XT-POINTS = ZERO
                   MOVE 3              TO REJECT-SUB
               WHEN OTHER
                   PERFORM 215-READ-GIVER
           END-EVALUATE.
       215-READ-GIVER.
           MOVE XT-FROM-CUSTOMER       TO LM-CUSTOMER-NUMBER.
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   MOVE 4              TO REJECT-SUB
               NOT INVALID KEY
                   MOVE LOYALTY-MASTER-RECORD TO GIVER-MASTER-WORK
                   PERFORM 216-READ-RECEIVER
           END-READ.
       216-READ-RECEIVER.
           MOVE XT-TO-CUSTOMER         TO LM-CUSTOMER-NUMBER.
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   MOVE 5              TO REJECT-SUB
               NOT INVALID KEY
                   MOVE LOYALTY-MASTER-RECORD TO RECEIVER-MASTER-WORK
                   PERFORM 220-CHECK-AND-POST
           END-READ.
      * A TRANSFER THAT WOULD PUSH THE RECEIVER PAST THE 9999
      * BALANCE CAP, OR EITHER ADJUSTMENT TOTAL PAST ITS FIELD, IS
      * REJECTED WHOLE RATHER THAN CLAMPED - A CLAMPED CREDIT WOULD
      * DESTROY THE POINTS THE GIVER LOST.
       220-CHECK-AND-POST.
           EVALUATE TRUE
               WHEN XT-POINTS > GM-LOYALTY-PTS
                   MOVE 6              TO REJECT-SUB
               WHEN RM-LOYALTY-PTS > 9999 - XT-POINTS
                   MOVE 7              TO REJECT-SUB
               WHEN GM-ADJUST-PTS - XT-POINTS < -9999
                 OR RM-ADJUST-PTS + XT-POINTS > 9999
                   MOVE 8              TO REJECT-SUB
               WHEN OTHER
                   PERFORM 221-DEBIT-THE-GIVER
                   PERFORM 222-CREDIT-THE-RECEIVER
                   MOVE 'POSTED'       TO DL-DISPOSITION
                   ADD 1               TO CTR-XFERS-POSTED
           END-EVALUATE.
       221-DEBIT-THE-GIVER.
           MOVE GIVER-MASTER-WORK      TO LOYALTY-MASTER-RECORD.
           MOVE LOYALTY-MASTER-RECORD  TO BEFORE-IMAGE-WORK.
           SUBTRACT XT-POINTS          FROM LM-LOYALTY-PTS.
           SUBTRACT XT-POINTS          FROM LM-ADJUST-PTS.
           PERFORM 225-CLASSIFY-LOYALTY-TIER.
           REWRITE LOYALTY-MASTER-RECORD.
           PERFORM 223-WRITE-RECOVERY-JOURNAL.
           SUBTRACT LM-LOYALTY-PTS FROM GM-LOYALTY-PTS
               GIVING MOVED-PTS-WORK.
           ADD MOVED-PTS-WORK          TO CTR-OUT-PTS.
           MOVE '-'                    TO ACT-SIGN-WORK.
           PERFORM 224-WRITE-ACTIVITY-RECORD.
       222-CREDIT-THE-RECEIVER.
           MOVE RECEIVER-MASTER-WORK   TO LOYALTY-MASTER-RECORD.
           MOVE LOYALTY-MASTER-RECORD  TO BEFORE-IMAGE-WORK.
           ADD XT-POINTS               TO LM-LOYALTY-PTS.
           ADD XT-POINTS               TO LM-ADJUST-PTS.
           PERFORM 225-CLASSIFY-LOYALTY-TIER.
           REWRITE LOYALTY-MASTER-RECORD.
           PERFORM 223-WRITE-RECOVERY-JOURNAL.
           SUBTRACT RM-LOYALTY-PTS FROM LM-LOYALTY-PTS
               GIVING MOVED-PTS-WORK.
           ADD MOVED-PTS-WORK          TO CTR-IN-PTS.
           MOVE '+'                    TO ACT-SIGN-WORK.
           PERFORM 224-WRITE-ACTIVITY-RECORD.
      * EVERY MASTER REWRITE IS LOGGED WITH ITS BEFORE/AFTER IMAGE
      * SO ZBNKLREC CAN REPLAY THE JOURNAL AGAINST THE LAST IMAGE
      * BACKUP AND REBUILD THE CLUSTER TO THE POINT OF FAILURE.
       223-WRITE-RECOVERY-JOURNAL.
           MOVE SPACES                 TO RECOVERY-JOURNAL-RECORD.
           MOVE 'ZBNKXFER'             TO JR-PROGRAM.
           MOVE TS-DATE                TO JR-RUN-DATE.
           MOVE TS-TIME                TO JR-RUN-TIME.
           MOVE 'R'                    TO JR-ACTION.
           MOVE BEFORE-IMAGE-WORK      TO JR-BEFORE-IMAGE.
           MOVE LOYALTY-MASTER-RECORD  TO JR-AFTER-IMAGE.
           WRITE RECOVERY-JOURNAL-RECORD.
      * EACH SIDE IS WRITTEN UNDER ITS OWN CUSTOMER'S NAME AND
      * BRANCH SO THE STATEMENT RUN'S BRANCH/NAME CO-READ FINDS IT.
       224-WRITE-ACTIVITY-RECORD.
           MOVE SPACES                 TO ACTIVITY-RECORD.
           MOVE LM-CUSTOMER-NUMBER     TO AH-CUSTOMER-NUMBER.
           MOVE LM-CUSTOMER-NAME       TO AH-CUSTOMER-NAME.
           MOVE LM-BRANCH-CODE         TO AH-BRANCH-CODE.
           MOVE RUN-DATE-WORK          TO AH-ACTIVITY-DATE.
           MOVE 'T'                    TO AH-ACTIVITY-TYPE.
           MOVE ACT-SIGN-WORK          TO AH-SIGN.
           MOVE MOVED-PTS-WORK         TO AH-POINTS.
           MOVE XFER-NUMBER-WORK       TO AH-REF-CODE.
           WRITE ACTIVITY-RECORD.
       225-CLASSIFY-LOYALTY-TIER.
           MOVE LM-LOYALTY-PTS         TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 226-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO LM-TIER.
       226-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       230-READ-A-RECORD.
           READ TRANSFER-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
       240-COUNT-A-REJECT.
           MOVE REJECT-REASON-TEXT(REJECT-SUB) TO DL-DISPOSITION.
           ADD 1 TO CTR-REASON(REJECT-SUB).
           ADD 1 TO CTR-XFERS-REJECTED.
       245-WRITE-DETAIL-LINE.
           MOVE DETAIL-LINE            TO REGISTER-LINE-OUT.
           WRITE REGISTER-LINE-OUT.
       300-WRAP-UP.
           MOVE ' TRANSFERS READ .................... '
               TO SML-CAPTION.
           MOVE CTR-XFERS-READ         TO SML-COUNT.
           PERFORM 310-WRITE-SUMMARY-LINE.
           MOVE ' TRANSFERS POSTED .................. '
               TO SML-CAPTION.
           MOVE CTR-XFERS-POSTED       TO SML-COUNT.
           PERFORM 310-WRITE-SUMMARY-LINE.
           MOVE ' TRANSFERS REJECTED ................ '
               TO SML-CAPTION.
           MOVE CTR-XFERS-REJECTED     TO SML-COUNT.
           PERFORM 310-WRITE-SUMMARY-LINE.
           PERFORM 315-PRINT-REASON-LINE
               VARYING REJECT-SUB FROM 1 BY 1 UNTIL REJECT-SUB > 8.
           MOVE ' POINTS TRANSFERRED OUT ............ '
               TO SML-CAPTION.
           MOVE CTR-OUT-PTS            TO SML-COUNT.
           PERFORM 310-WRITE-SUMMARY-LINE.
           MOVE ' POINTS TRANSFERRED IN ............. '
               TO SML-CAPTION.
           MOVE CTR-IN-PTS             TO SML-COUNT.
           PERFORM 310-WRITE-SUMMARY-LINE.
           SUBTRACT CTR-OUT-PTS FROM CTR-IN-PTS GIVING NET-XFER-PTS.
           MOVE ' NET POINTS (IN LESS OUT) .......... '
               TO SML-CAPTION.
           MOVE NET-XFER-PTS           TO SML-COUNT.
           PERFORM 310-WRITE-SUMMARY-LINE.
           IF NET-XFER-PTS = ZERO
               MOVE NET-ZERO-LINE      TO REGISTER-LINE-OUT
           ELSE
               MOVE NET-BROKEN-LINE    TO REGISTER-LINE-OUT
           END-IF
           WRITE REGISTER-LINE-OUT
           PERFORM 320-WRITE-CYCLE-CONTROL.
           DISPLAY 'ZBNKXFER TRANSFERS POSTED ..... ' CTR-XFERS-POSTED.
           DISPLAY 'ZBNKXFER TRANSFERS REJECTED ... '
                   CTR-XFERS-REJECTED.
           CLOSE TRANSFER-FILE LOYALTY-MASTER-FILE ACTIVITY-FILE
                 RECOVERY-JOURNAL-FILE REGISTER-FILE.
       310-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE           TO REGISTER-LINE-OUT.
           WRITE REGISTER-LINE-OUT.
       315-PRINT-REASON-LINE.
           IF CTR-REASON(REJECT-SUB) > ZERO
               MOVE REJECT-REASON-TEXT(REJECT-SUB) TO RRL-REASON
               MOVE CTR-REASON(REJECT-SUB) TO RRL-COUNT
               MOVE REJECT-REASON-LINE TO REGISTER-LINE-OUT
               WRITE REGISTER-LINE-OUT
           END-IF.
      * THE POINTS TAKEN FROM GIVERS AND THE POINTS LANDED ON
      * RECEIVERS GO TO CYCLECTL AS TWO STAGES; ZBNKBAL MATCHES
      * THEM, SO A TRANSFER THAT CREATED OR DESTROYED POINTS HOLDS
      * THE CYCLE LIKE ANY OTHER BROKEN STAGE.
       320-WRITE-CYCLE-CONTROL.
           OPEN EXTEND CYCLE-CONTROL-FILE.
           MOVE SPACES                 TO CYCLE-CONTROL-RECORD.
           MOVE 'ZBNKXFER'             TO CC-PROGRAM.
           MOVE TS-DATE                TO CC-RUN-DATE.
           MOVE TS-TIME                TO CC-RUN-TIME.
           MOVE 'XFEROUT'              TO CC-STAGE.
           MOVE CTR-OUT-PTS            TO CC-POINTS.
           WRITE CYCLE-CONTROL-RECORD.
           MOVE 'XFERIN'               TO CC-STAGE.
           MOVE CTR-IN-PTS             TO CC-POINTS.
           WRITE CYCLE-CONTROL-RECORD.
           CLOSE CYCLE-CONTROL-FILE.
