      **************************************************************
      * Program:     ZBNKAUDT                                      *
      * Function:    NIGHTLY PER-CUSTOMER BALANCE PROOF.  ZBNKBAL   *
      *              PROVES THE CYCLE STAGE BY STAGE AND ZBNKGLPT   *
      *              BY BRANCH; THIS RUN PROVES EVERY CUSTOMER'S    *
      *              ONLINE BALANCE (LM-LOYALTY-PTS) ON ITS OWN.    *
      *              THE EXPECTED BALANCE IS REBUILT INDEPENDENTLY  *
      *              OF THE REFRESH: LIFETIME EARNED LESS EXPIRED   *
      *              FROM THE CUMULATIVE EARN HISTORY (EARNHIST),   *
      *              LESS THE LIFETIME REDEEMED AND PLUS THE SIGNED *
      *              ADJUSTMENT TOTAL CARRIED ON THE MASTER.  EVERY *
      *              CUSTOMER WHOSE MASTER BALANCE DIFFERS IS       *
      *              LISTED OUT OF PROOF WITH EACH COMPONENT SHOWN, *
      *              AND A BALANCE THE ZBNKLOAD 0/9999 CLAMP HELD   *
      *              IS LISTED AS CLAMPED.  A MASTER WITH NO EARN   *
      *              HISTORY, AND EARN HISTORY WITH NO MASTER, ARE  *
      *              LISTED TOO.  AS A CROSS-CHECK, THE BALANCE     *
      *              MOVEMENT SINCE THE LAST AUDIT (THE PRIOR       *
      *              BALANCES SAVED ON AUDSAVIN) MUST EQUAL THE NET *
      *              OF THE PERIOD'S POSTINGS ON THE ACTIVITY       *
      *              HISTORY (ACTHIST) - EARN MOVEMENT, REDEMPTIONS *
      *              AND VOIDS, ADJUSTMENTS, TRANSFERS, AND         *
      *              EXPIRATIONS - SO A BALANCE CHANGED WITHOUT A   *
      *              POSTING, OR A POSTING THAT NEVER REACHED THE   *
      *              MASTER, IS LISTED AS NOT TYING.  ACTIVITY FOR  *
      *              A CUSTOMER NEVER SEEN ON THE MASTER IS LISTED  *
      *              AS AN ORPHAN POSTING.  ON THE VERY FIRST RUN   *
      *              (EMPTY PRIOR SAVE) THE CROSS-CHECK IS SKIPPED. *
      *              ALL FOUR INPUTS ARE IN CUSTOMER-NUMBER ORDER   *
      *              AND ARE MATCHED IN ONE BALANCED FORWARD PASS.  *
      *              THE FRESH BALANCES ARE SAVED TO AUDSVOUT FOR   *
      *              THE NEXT RUN.  ANY EXCEPTION SETS RETURN CODE  *
      *              4; THE MASTER IS ONLY READ.                    *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKAUDT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-IN-FILE  ASSIGN HISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACTIVITY-FILE    ASSIGN ACTHSRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOYALTY-MASTER-FILE ASSIGN LOYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-CUSTOMER-NUMBER.
           SELECT PRIOR-SAVE-FILE  ASSIGN AUDSAVIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-SAVE-FILE    ASSIGN AUDSVOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE      ASSIGN AUDRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN-FILE.
       01  HISTORY-IN-RECORD.
           05  HI-CUSTOMER-NAME        PIC X(19).
           05  HI-BRANCH-CODE          PIC X(04).
           05  HI-PRODUCT-NUMBER       PIC X(05).
           05  HI-POINTS               PIC 9(04).
           05  HI-EARN-DATE            PIC X(08).
           05  HI-STATUS               PIC X(01).
               88  EARN-STATUS-ACTIVE        VALUE 'A'.
               88  EARN-STATUS-EXPIRED       VALUE 'E'.
           05  FILLER                  PIC X(09).
           05  HI-CUSTOMER-NUMBER      PIC X(10).
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD.
           05  AH-CUSTOMER-NUMBER      PIC X(10).
           05  AH-CUSTOMER-NAME        PIC X(19).
           05  AH-BRANCH-CODE          PIC X(04).
           05  AH-ACTIVITY-DATE        PIC X(08).
           05  AH-ACTIVITY-TYPE        PIC X(01).
           05  AH-SIGN                 PIC X(01).
           05  AH-POINTS               PIC 9(07).
           05  AH-REF-CODE             PIC X(04).
           05  FILLER                  PIC X(06).
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
       FD  PRIOR-SAVE-FILE.
       01  PRIOR-SAVE-RECORD.
           05  AS-CUSTOMER-NUMBER      PIC X(10).
           05  AS-LOYALTY-PTS          PIC 9(04).
           05  AS-AUDIT-DATE           PIC X(08).
           05  FILLER                  PIC X(18).
       FD  NEW-SAVE-FILE.
       01  NEW-SAVE-RECORD.
           05  NS-CUSTOMER-NUMBER      PIC X(10).
           05  NS-LOYALTY-PTS          PIC 9(04).
           05  NS-AUDIT-DATE           PIC X(08).
           05  FILLER                  PIC X(18).
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-HISTORY       PIC X VALUE 'N'.
               88  END-OF-HISTORY            VALUE 'Y'.
           05  SW-END-OF-ACTIVITY      PIC X VALUE 'N'.
               88  END-OF-ACTIVITY           VALUE 'Y'.
           05  SW-END-OF-MASTER        PIC X VALUE 'N'.
               88  END-OF-MASTER             VALUE 'Y'.
           05  SW-END-OF-PRIOR         PIC X VALUE 'N'.
               88  END-OF-PRIOR              VALUE 'Y'.
           05  SW-PRIOR-SAVE-PRESENT   PIC X VALUE 'N'.
               88  PRIOR-SAVE-PRESENT        VALUE 'Y'.
           05  SW-ON-MASTER            PIC X VALUE 'N'.
               88  ON-MASTER                 VALUE 'Y'.
           05  SW-ON-HISTORY           PIC X VALUE 'N'.
               88  ON-HISTORY                VALUE 'Y'.
           05  SW-ON-ACTIVITY          PIC X VALUE 'N'.
               88  ON-ACTIVITY               VALUE 'Y'.
           05  SW-ON-PRIOR             PIC X VALUE 'N'.
               88  ON-PRIOR                  VALUE 'Y'.
      * THE NEXT CUSTOMER NUMBER WAITING ON EACH INPUT, HIGH-VALUES
      * ONCE THAT INPUT IS EXHAUSTED.  THE CUSTOMER AUDITED NEXT IS
      * THE LOWEST OF THE FOUR, SO A CUSTOMER ON ANY ONE INPUT IS
      * SEEN EXACTLY ONCE.
       01  MATCH-KEYS.
           05  HELD-MASTER-KEY         PIC X(10) VALUE LOW-VALUES.
           05  HELD-HISTORY-KEY        PIC X(10) VALUE LOW-VALUES.
           05  HELD-ACTIVITY-KEY       PIC X(10) VALUE LOW-VALUES.
           05  HELD-PRIOR-KEY          PIC X(10) VALUE LOW-VALUES.
           05  CURRENT-KEY             PIC X(10) VALUE LOW-VALUES.
               88  ALL-INPUTS-ENDED          VALUE HIGH-VALUES.
       01  CUSTOMER-PROOF-AREAS.
           05  CUST-NAME               PIC X(19) VALUE SPACES.
           05  CUST-BRANCH             PIC X(04) VALUE SPACES.
           05  CUST-EARNED-PTS         PIC 9(7) VALUE 0.
           05  CUST-EXPIRED-PTS        PIC 9(7) VALUE 0.
           05  CUST-REDEEMED-PTS       PIC 9(4) VALUE 0.
           05  CUST-ADJUST-PTS         PIC S9(4) VALUE 0.
           05  CUST-MASTER-PTS         PIC 9(4) VALUE 0.
           05  CUST-EXPECTED-PTS       PIC S9(8) VALUE 0.
           05  CUST-DIFF-PTS           PIC S9(8) VALUE 0.
           05  CUST-PRIOR-PTS          PIC 9(4) VALUE 0.
           05  CUST-ACTIVITY-NET       PIC S9(8) VALUE 0.
           05  CUST-MOVEMENT-PTS       PIC S9(8) VALUE 0.
           05  CUST-VARIANCE-PTS       PIC S9(8) VALUE 0.
           05  CONDITION-WORK          PIC X(24) VALUE SPACES.
       01  AUDIT-COUNTERS.
           05  CTR-MASTERS-READ        PIC 9(7) VALUE 0.
           05  CTR-IN-PROOF            PIC 9(7) VALUE 0.
           05  CTR-OUT-OF-PROOF        PIC 9(5) VALUE 0.
           05  CTR-CLAMPED             PIC 9(5) VALUE 0.
           05  CTR-NO-HISTORY          PIC 9(5) VALUE 0.
           05  CTR-NO-MASTER           PIC 9(5) VALUE 0.
           05  CTR-ORPHAN-ACTIVITY     PIC 9(5) VALUE 0.
           05  CTR-NOT-TYING           PIC 9(5) VALUE 0.
           05  CTR-EXCEPTIONS          PIC 9(7) VALUE 0.
           05  GR-OUT-OF-PROOF-PTS     PIC S9(9) VALUE 0.
       01  SAVE-AREAS.
           05  TIMESTAMP-WS.
               10  TS-DATE             PIC X(08) VALUE SPACES.
               10  TS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
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
               'C U S T O M E R   B A L A N C E   P R O O F'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  HEADING-3.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER NO'.
           05  FILLER                  PIC X(21) VALUE 'CUSTOMER NAME'.
           05  FILLER                  PIC X(06) VALUE 'BRCH'.
           05  FILLER                  PIC X(24) VALUE 'CONDITION'.
       01  HEADING-4.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               '    EARNED   EXPIRED  REDEEMED  ADJUSTED'.
           05  FILLER                  PIC X(30) VALUE
               '  EXPECTED    MASTER      DIFF'.
       01  EXCEPTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXL-NUMBER              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXL-NAME                PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXL-BRANCH              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXL-CONDITION           PIC X(24).
       01  COMPONENT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-EARNED              PIC -------9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-EXPIRED             PIC -------9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-REDEEMED            PIC -------9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-ADJUSTED            PIC -------9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-EXPECTED            PIC -------9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-MASTER              PIC -------9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CPL-DIFF                PIC -------9.
       01  ACTIVITY-TIE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE 'PRIOR AUDIT: '.
           05  ATL-PRIOR               PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE '  ACTIVITY: '.
           05  ATL-ACTIVITY            PIC -------9.
           05  FILLER                  PIC X(10) VALUE '  MASTER: '.
           05  ATL-MASTER              PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE '  VARIANCE: '.
           05  ATL-VARIANCE            PIC -------9.
       01  NO-PRIOR-LINE.
           05  FILLER                  PIC X(60) VALUE
           ' NO PRIOR AUDIT ON FILE - ACTIVITY CROSS-CHECK NOT MADE'.
       01  MASTERS-READ-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS ON MASTER ............... '.
           05  MRL-COUNT               PIC ZZZZZZ9.
       01  IN-PROOF-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS IN PROOF ................ '.
           05  IPL-COUNT               PIC ZZZZZZ9.
       01  OUT-OF-PROOF-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS OUT OF PROOF ............ '.
           05  OPL-COUNT               PIC ZZZZ9.
       01  OUT-OF-PROOF-PTS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' NET OUT-OF-PROOF POINTS ........... '.
           05  OPP-POINTS              PIC ZZZZZZZZ9-.
       01  CLAMPED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' BALANCES HELD AT THE 0/9999 CLAMP . '.
           05  CLL-COUNT               PIC ZZZZ9.
       01  NO-HISTORY-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' MASTERS WITH NO EARN HISTORY ...... '.
           05  NHL-COUNT               PIC ZZZZ9.
       01  NO-MASTER-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' EARN HISTORY WITH NO MASTER ....... '.
           05  NML-COUNT               PIC ZZZZ9.
       01  ORPHAN-ACTIVITY-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ACTIVITY WITH NO MASTER ........... '.
           05  OAL-COUNT               PIC ZZZZ9.
       01  NOT-TYING-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' BALANCES NOT TYING TO ACTIVITY .... '.
           05  NTL-COUNT               PIC ZZZZ9.
       01  ALL-IN-PROOF-LINE.
           05  FILLER                  PIC X(45) VALUE
               ' EVERY CUSTOMER IS IN PROOF'.
       01  EXCEPTIONS-FOUND-LINE.
           05  FILLER                  PIC X(55) VALUE
               ' *** EXCEPTIONS LISTED ABOVE - CORRECT BEFORE MAILING'.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-AUDIT-CUSTOMER UNTIL ALL-INPUTS-ENDED.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKAUDT'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN INPUT  ACTIVITY-FILE.
           OPEN INPUT  LOYALTY-MASTER-FILE.
           OPEN INPUT  PRIOR-SAVE-FILE.
           OPEN OUTPUT NEW-SAVE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADING-1              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-2              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 240-READ-HISTORY-RECORD.
           PERFORM 242-READ-ACTIVITY-RECORD.
           PERFORM 244-READ-MASTER-RECORD.
           PERFORM 246-READ-PRIOR-RECORD.
           IF NOT END-OF-PRIOR
               MOVE 'Y'                TO SW-PRIOR-SAVE-PRESENT
           ELSE
               MOVE NO-PRIOR-LINE      TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
           MOVE HEADING-3              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-4              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 210-SET-CURRENT-KEY.
      * ONE CUSTOMER PER PASS: GATHER WHATEVER EACH INPUT HOLDS FOR
      * THE LOWEST WAITING CUSTOMER NUMBER, THEN PROVE IT.
       200-AUDIT-CUSTOMER.
           PERFORM 215-RESET-CUSTOMER.
           IF HELD-MASTER-KEY = CURRENT-KEY
               PERFORM 220-TAKE-MASTER-RECORD
           END-IF.
           PERFORM 225-TAKE-HISTORY-RECORD
               UNTIL HELD-HISTORY-KEY NOT = CURRENT-KEY.
           PERFORM 230-TAKE-ACTIVITY-RECORD
               UNTIL HELD-ACTIVITY-KEY NOT = CURRENT-KEY.
           IF HELD-PRIOR-KEY = CURRENT-KEY
               MOVE 'Y'                TO SW-ON-PRIOR
               MOVE AS-LOYALTY-PTS     TO CUST-PRIOR-PTS
               PERFORM 246-READ-PRIOR-RECORD
           END-IF.
           PERFORM 248-COMPUTE-EXPECTED.
           IF ON-MASTER
               PERFORM 250-PROVE-MASTER-BALANCE
               PERFORM 270-WRITE-NEW-SAVE-RECORD
           ELSE
               PERFORM 260-CHECK-NO-MASTER
           END-IF.
           PERFORM 210-SET-CURRENT-KEY.
       210-SET-CURRENT-KEY.
           MOVE HELD-MASTER-KEY        TO CURRENT-KEY.
           IF HELD-HISTORY-KEY < CURRENT-KEY
               MOVE HELD-HISTORY-KEY   TO CURRENT-KEY
           END-IF.
           IF HELD-ACTIVITY-KEY < CURRENT-KEY
               MOVE HELD-ACTIVITY-KEY  TO CURRENT-KEY
           END-IF.
           IF HELD-PRIOR-KEY < CURRENT-KEY
               MOVE HELD-PRIOR-KEY     TO CURRENT-KEY
           END-IF.
       215-RESET-CUSTOMER.
           MOVE 'N'                    TO SW-ON-MASTER.
           MOVE 'N'                    TO SW-ON-HISTORY.
           MOVE 'N'                    TO SW-ON-ACTIVITY.
           MOVE 'N'                    TO SW-ON-PRIOR.
           MOVE SPACES                 TO CUST-NAME.
           MOVE SPACES                 TO CUST-BRANCH.
           MOVE ZERO                   TO CUST-EARNED-PTS.
           MOVE ZERO                   TO CUST-EXPIRED-PTS.
           MOVE ZERO                   TO CUST-REDEEMED-PTS.
           MOVE ZERO                   TO CUST-ADJUST-PTS.
           MOVE ZERO                   TO CUST-MASTER-PTS.
           MOVE ZERO                   TO CUST-PRIOR-PTS.
           MOVE ZERO                   TO CUST-ACTIVITY-NET.
       220-TAKE-MASTER-RECORD.
           MOVE 'Y'                    TO SW-ON-MASTER.
           MOVE LM-CUSTOMER-NAME       TO CUST-NAME.
           MOVE LM-BRANCH-CODE         TO CUST-BRANCH.
           MOVE LM-LOYALTY-PTS         TO CUST-MASTER-PTS.
           MOVE LM-REDEEMED-PTS        TO CUST-REDEEMED-PTS.
           MOVE LM-ADJUST-PTS          TO CUST-ADJUST-PTS.
           ADD 1 TO CTR-MASTERS-READ.
           PERFORM 244-READ-MASTER-RECORD.
      * LIFETIME EARNED IS EVERY HISTORY RECORD'S POINTS (EXPIRED
      * RECORDS WERE EARNED TOO); THE EXPIRED PORTION IS THE
      * E-STATUS RECORDS - THE SAME ROLL-UP ZBNKGLPT POSTS.
       225-TAKE-HISTORY-RECORD.
           MOVE 'Y'                    TO SW-ON-HISTORY.
           IF CUST-NAME = SPACES
               MOVE HI-CUSTOMER-NAME   TO CUST-NAME
               MOVE HI-BRANCH-CODE     TO CUST-BRANCH
           END-IF.
           ADD HI-POINTS               TO CUST-EARNED-PTS.
           IF EARN-STATUS-EXPIRED
               ADD HI-POINTS           TO CUST-EXPIRED-PTS
           END-IF.
           PERFORM 240-READ-HISTORY-RECORD.
      * THE NET EFFECT OF EACH POSTING ON THE BALANCE, SIGNED THE
      * SAME WAY THE STATEMENT'S ACTIVITY SECTION WALKS IT.
       230-TAKE-ACTIVITY-RECORD.
           MOVE 'Y'                    TO SW-ON-ACTIVITY.
           IF CUST-NAME = SPACES
               MOVE AH-CUSTOMER-NAME   TO CUST-NAME
               MOVE AH-BRANCH-CODE     TO CUST-BRANCH
           END-IF.
           EVALUATE AH-ACTIVITY-TYPE
               WHEN 'R'
               WHEN 'X'
                   SUBTRACT AH-POINTS FROM CUST-ACTIVITY-NET
               WHEN 'V'
                   ADD AH-POINTS       TO CUST-ACTIVITY-NET
               WHEN 'E'
               WHEN 'A'
               WHEN 'T'
                   IF AH-SIGN = '-'
                       SUBTRACT AH-POINTS FROM CUST-ACTIVITY-NET
                   ELSE
                       ADD AH-POINTS   TO CUST-ACTIVITY-NET
                   END-IF
           END-EVALUATE.
           PERFORM 242-READ-ACTIVITY-RECORD.
       240-READ-HISTORY-RECORD.
           READ HISTORY-IN-FILE
               AT END
                   MOVE 'Y'            TO SW-END-OF-HISTORY
                   MOVE HIGH-VALUES    TO HELD-HISTORY-KEY
               NOT AT END
                   MOVE HI-CUSTOMER-NUMBER TO HELD-HISTORY-KEY
           END-READ.
       242-READ-ACTIVITY-RECORD.
           READ ACTIVITY-FILE
               AT END
                   MOVE 'Y'            TO SW-END-OF-ACTIVITY
                   MOVE HIGH-VALUES    TO HELD-ACTIVITY-KEY
               NOT AT END
                   MOVE AH-CUSTOMER-NUMBER TO HELD-ACTIVITY-KEY
           END-READ.
       244-READ-MASTER-RECORD.
           READ LOYALTY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y'            TO SW-END-OF-MASTER
                   MOVE HIGH-VALUES    TO HELD-MASTER-KEY
               NOT AT END
                   MOVE LM-CUSTOMER-NUMBER TO HELD-MASTER-KEY
           END-READ.
       246-READ-PRIOR-RECORD.
           READ PRIOR-SAVE-FILE
               AT END
                   MOVE 'Y'            TO SW-END-OF-PRIOR
                   MOVE HIGH-VALUES    TO HELD-PRIOR-KEY
               NOT AT END
                   MOVE AS-CUSTOMER-NUMBER TO HELD-PRIOR-KEY
           END-READ.
      * EXPECTED = EARNED - EXPIRED - REDEEMED + ADJUSTMENTS, THE
      * SAME NETTING ZBNKLOAD APPLIES, REBUILT FROM THE HISTORY
      * RATHER THAN FROM THE CRM EXTRACT.
       248-COMPUTE-EXPECTED.
           MOVE CUST-EARNED-PTS        TO CUST-EXPECTED-PTS.
           SUBTRACT CUST-EXPIRED-PTS   FROM CUST-EXPECTED-PTS.
           SUBTRACT CUST-REDEEMED-PTS  FROM CUST-EXPECTED-PTS.
           ADD CUST-ADJUST-PTS         TO CUST-EXPECTED-PTS.
           SUBTRACT CUST-EXPECTED-PTS FROM CUST-MASTER-PTS
               GIVING CUST-DIFF-PTS.
      * AN EXPECTED FIGURE
      * OUTSIDE 0-9999 CANNOT BE CARRIED BY THE MASTER, SO A
      * BALANCE SITTING AT THE LIMIT IT WAS HELD TO IS REPORTED AS
      * CLAMPED RATHER THAN OUT OF PROOF.
       250-PROVE-MASTER-BALANCE.
           IF NOT ON-HISTORY
               ADD 1 TO CTR-NO-HISTORY
               MOVE 'MASTER - NO EARN HISTORY' TO CONDITION-WORK
               PERFORM 280-PRINT-PROOF-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN CUST-EXPECTED-PTS < ZERO
                     AND CUST-MASTER-PTS = ZERO
                       ADD 1 TO CTR-CLAMPED
                       MOVE 'BALANCE CLAMPED AT ZERO'
                                       TO CONDITION-WORK
                       PERFORM 280-PRINT-PROOF-EXCEPTION
                   WHEN CUST-EXPECTED-PTS > 9999
                     AND CUST-MASTER-PTS = 9999
                       ADD 1 TO CTR-CLAMPED
                       MOVE 'BALANCE CLAMPED AT 9999'
                                       TO CONDITION-WORK
                       PERFORM 280-PRINT-PROOF-EXCEPTION
                   WHEN CUST-DIFF-PTS NOT = ZERO
                       ADD 1 TO CTR-OUT-OF-PROOF
                       ADD CUST-DIFF-PTS TO GR-OUT-OF-PROOF-PTS
                       MOVE 'OUT OF PROOF'
                                       TO CONDITION-WORK
                       PERFORM 280-PRINT-PROOF-EXCEPTION
                   WHEN OTHER
                       ADD 1 TO CTR-IN-PROOF
               END-EVALUATE
           END-IF.
           IF PRIOR-SAVE-PRESENT
               PERFORM 255-CHECK-ACTIVITY-TIE
           END-IF.
      * THE BALANCE MOVEMENT SINCE THE LAST AUDIT AGAINST THE NET OF
      * THE PERIOD'S POSTINGS.  A CUSTOMER NEW SINCE THE LAST AUDIT
      * MOVED UP FROM NOTHING - HIS FIRST EARN POSTING COVERS IT.
       255-CHECK-ACTIVITY-TIE.
           SUBTRACT CUST-PRIOR-PTS FROM CUST-MASTER-PTS
               GIVING CUST-MOVEMENT-PTS.
           SUBTRACT CUST-ACTIVITY-NET FROM CUST-MOVEMENT-PTS
               GIVING CUST-VARIANCE-PTS.
           IF CUST-VARIANCE-PTS NOT = ZERO
               ADD 1 TO CTR-NOT-TYING
               ADD 1 TO CTR-EXCEPTIONS
               MOVE 'BALANCE NOT TYING'    TO CONDITION-WORK
               PERFORM 285-PRINT-EXCEPTION-LINE
               MOVE CUST-PRIOR-PTS     TO ATL-PRIOR
               MOVE CUST-ACTIVITY-NET  TO ATL-ACTIVITY
               MOVE CUST-MASTER-PTS    TO ATL-MASTER
               MOVE CUST-VARIANCE-PTS  TO ATL-VARIANCE
               MOVE ACTIVITY-TIE-LINE  TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
      * NOT ON THE MASTER.  EARN HISTORY IS ALWAYS AN EXCEPTION -
      * ZBNKEMNT REDUCES A DEPARTED CUSTOMER'S HISTORY OUT.  ACTIVITY
      * IS ONLY AN EXCEPTION FOR A CUSTOMER THE LAST AUDIT NEVER SAW
      * ON THE MASTER; A CUSTOMER WHO LEFT SINCE THEN CARRIES HIS
      * FINAL EARN CANCELLATION ON THE FILE.
       260-CHECK-NO-MASTER.
           IF ON-HISTORY
               ADD 1 TO CTR-NO-MASTER
               MOVE 'EARN HISTORY - NO MASTER' TO CONDITION-WORK
               PERFORM 280-PRINT-PROOF-EXCEPTION
           END-IF.
           IF ON-ACTIVITY
             AND NOT ON-PRIOR
               ADD 1 TO CTR-ORPHAN-ACTIVITY
               ADD 1 TO CTR-EXCEPTIONS
               MOVE 'ACTIVITY - NO MASTER' TO CONDITION-WORK
               PERFORM 285-PRINT-EXCEPTION-LINE
               MOVE ZERO               TO ATL-PRIOR
               MOVE CUST-ACTIVITY-NET  TO ATL-ACTIVITY
               MOVE ZERO               TO ATL-MASTER
               MOVE CUST-ACTIVITY-NET  TO ATL-VARIANCE
               MOVE ACTIVITY-TIE-LINE  TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
       270-WRITE-NEW-SAVE-RECORD.
           MOVE SPACES                 TO NEW-SAVE-RECORD.
           MOVE CURRENT-KEY            TO NS-CUSTOMER-NUMBER.
           MOVE CUST-MASTER-PTS        TO NS-LOYALTY-PTS.
           MOVE TS-DATE                TO NS-AUDIT-DATE.
           WRITE NEW-SAVE-RECORD.
       280-PRINT-PROOF-EXCEPTION.
           ADD 1 TO CTR-EXCEPTIONS.
           PERFORM 285-PRINT-EXCEPTION-LINE.
           MOVE CUST-EARNED-PTS        TO CPL-EARNED.
           MOVE CUST-EXPIRED-PTS       TO CPL-EXPIRED.
           MOVE CUST-REDEEMED-PTS      TO CPL-REDEEMED.
           MOVE CUST-ADJUST-PTS        TO CPL-ADJUSTED.
           MOVE CUST-EXPECTED-PTS      TO CPL-EXPECTED.
           MOVE CUST-MASTER-PTS        TO CPL-MASTER.
           MOVE CUST-DIFF-PTS          TO CPL-DIFF.
           MOVE COMPONENT-LINE         TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       285-PRINT-EXCEPTION-LINE.
           MOVE CURRENT-KEY            TO EXL-NUMBER.
           MOVE CUST-NAME              TO EXL-NAME.
           MOVE CUST-BRANCH            TO EXL-BRANCH.
           MOVE CONDITION-WORK         TO EXL-CONDITION.
           MOVE EXCEPTION-LINE         TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       300-WRAP-UP.
           IF CTR-EXCEPTIONS = ZERO
               MOVE ALL-IN-PROOF-LINE  TO REPORT-LINE-OUT
           ELSE
               MOVE EXCEPTIONS-FOUND-LINE TO REPORT-LINE-OUT
               MOVE 4                  TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-MASTERS-READ       TO MRL-COUNT.
           MOVE MASTERS-READ-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-IN-PROOF           TO IPL-COUNT.
           MOVE IN-PROOF-LINE          TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-OUT-OF-PROOF       TO OPL-COUNT.
           MOVE OUT-OF-PROOF-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GR-OUT-OF-PROOF-PTS    TO OPP-POINTS.
           MOVE OUT-OF-PROOF-PTS-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-CLAMPED            TO CLL-COUNT.
           MOVE CLAMPED-LINE           TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-NO-HISTORY         TO NHL-COUNT.
           MOVE NO-HISTORY-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-NO-MASTER          TO NML-COUNT.
           MOVE NO-MASTER-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-ORPHAN-ACTIVITY    TO OAL-COUNT.
           MOVE ORPHAN-ACTIVITY-LINE   TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-NOT-TYING          TO NTL-COUNT.
           MOVE NOT-TYING-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           CLOSE HISTORY-IN-FILE ACTIVITY-FILE LOYALTY-MASTER-FILE
                 PRIOR-SAVE-FILE NEW-SAVE-FILE REPORT-FILE.
