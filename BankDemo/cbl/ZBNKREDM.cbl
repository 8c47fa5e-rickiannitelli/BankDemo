      *              DISPOSITION, PER-BRANCH    *
      *              TOTALS AT EACH BRANCH BREAK, GRAND TOTALS, AND  *
      *              A PER-ITEM SUMMARY (UNITS AND POINTS BY         *
      *              CATALOG ITEM) FOR MARKETING.  A REVERSAL        *
      *              RECORD (RD-TRAN-TYPE 'V') VOIDS THE CUSTOMER'S  *
      *              MOST RECENT UNVOIDED POSTING OF THAT ITEM ON    *
      *              THE REDEMPTION POSTING HISTORY (RDMHIST): THE   *
      *              ORIGINAL POINTS GO BACK ON LM-LOYALTY-PTS AND   *
      *              COME OUT OF LM-REDEEMED-PTS, THE TIER IS        *
      *              RE-CLASSIFIED, AND THE VOID IS WRITTEN TO THE   *
      *              ACTIVITY HISTORY, THE RECOVERY JOURNAL AND THE  *
      *              GL CONTROL FEED.  COUNTER VOIDS (LYVD) COME IN  *
      *              OFF THE LRDM JOURNAL ALREADY APPLIED AND ARE    *
      *              REPORTED BUT NOT RE-APPLIED.  EVERY BATCH       *
      *              POSTING IS ADDED TO RDMHIST SO IT CAN BE        *
      *              VOIDED LATER.                                   *
      *              EVERY RUN IS CHECKED AGAINST THE RUN-CONTROL    *
      *              LEDGER (RUNCTL) BEFORE ANYTHING IS POSTED: A    *
      *              SECOND RUN FOR THE SAME BUSINESS DATE, OR OF    *
      *              THE SAME REDM10 INPUT (SAME RECORD COUNT AND    *
      *              HASH TOTAL) FOR ANY DATE, STOPS THE STEP WITH   *
      *              RC 8 UNLESS PARM COLUMNS 9-16 CARRY 'OVERRIDE'. *
      *              THE BUSINESS DATE IS THE RUN DATE UNLESS PARM   *
      *              COLUMNS 17-24 CARRY ONE (YYYYMMDD).  THE RUN IS *
      *              LOGGED STARTED AT THAT POINT AND MARKED         *
      *              COMPLETED ONLY AFTER ITS OUTPUTS ARE CLOSED.    *
      *              WHEN AN OVERRIDE RUN COMPLETES, ANY EARLIER RUN *
      *              FOR THE SAME BUSINESS DATE STILL MARKED STARTED *
      *              IS MARKED RECOVERED.  THE INPUT IDENTITY COVERS *
      *              THE BRANCH TRANSACTIONS ONLY - THE ONLINE       *
      *              POSTINGS ARE NEW EVERY DAY AND ARE NEVER        *
      *              RE-POSTED.                                      *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKREDM.
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-CONTROL-FILE  ASSIGN GLCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE   ASSIGN RDMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
           SELECT RUN-CONTROL-FILE ASSIGN RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  REDEMPTION-FILE.
           05  RD-REASON-CODE          PIC X(04).
           05  RD-SOURCE-FLAG          PIC X(01).
               88  ONLINE-POSTED-REC         VALUE 'O'.
           05  RD-TRAN-TYPE            PIC X(01).
               88  REVERSAL-TRAN             VALUE 'V'.
           05  FILLER                  PIC X(07).
       FD  LOYALTY-MASTER-FILE.
       01  LOYALTY-MASTER-RECORD.
           05  LM-CUSTOMER-NUMBER      PIC 9(10).
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  GC-RUN-TIME             PIC X(06).
           05  GC-POINTS               PIC 9(09).
           05  FILLER                  PIC X(21).
       FD  HISTORY-FILE.
       01  REDEMPTION-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-CUSTOMER-NUMBER  PIC 9(10).
               10  RH-POST-DATE        PIC X(08).
               10  RH-POST-TIME        PIC X(06).
               10  RH-POST-SEQ         PIC 9(04).
           05  RH-CUSTOMER-NAME        PIC X(19).
           05  RH-BRANCH-CODE          PIC X(04).
           05  RH-ITEM-CODE            PIC X(04).
           05  RH-POINTS               PIC 9(04).
           05  RH-SOURCE               PIC X(01).
           05  RH-STATUS               PIC X(01).
               88  RH-POSTED                 VALUE 'P'.
               88  RH-VOIDED                 VALUE 'V'.
           05  RH-VOID-DATE            PIC X(08).
           05  RH-VOID-USER            PIC X(08).
           05  FILLER                  PIC X(03).
       FD  TIER-TABLE-FILE.
       01  TIER-TABLE-RECORD.
           05  TT-EFFECTIVE-DATE       PIC X(08).
           05  TT-TIER-COUNT           PIC 9(01).
           05  TT-TIER-ENTRY OCCURS 5 TIMES.
               10  TT-TIER-NAME        PIC X(08).
               10  TT-TIER-FLOOR       PIC 9(04).
           05  FILLER                  PIC X(11).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RL-KEY.
               10  RL-PROGRAM          PIC X(08).
               10  RL-BUSINESS-DATE    PIC X(08).
               10  RL-RUN-SEQ          PIC 9(02).
           05  RL-STATUS               PIC X(01).
               88  RL-STARTED                VALUE 'S'.
               88  RL-COMPLETED              VALUE 'C'.
               88  RL-RECOVERED              VALUE 'X'.
           05  RL-RUN-TYPE             PIC X(01).
               88  RL-POSTING-RUN            VALUE 'P'.
               88  RL-RELOAD-RUN             VALUE 'R'.
           05  RL-OVERRIDE             PIC X(01).
           05  RL-INPUT-NAME           PIC X(08).
           05  RL-RECORD-COUNT         PIC 9(09).
           05  RL-HASH-TOTAL           PIC 9(15).
           05  RL-START-TIME           PIC X(06).
           05  RL-END-DATE             PIC X(08).
           05  RL-END-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-CATALOG            VALUE 'Y'.
           05  SW-END-OF-BRANCHES      PIC X VALUE 'N'.
               88  END-OF-BRANCHES           VALUE 'Y'.
           05  SW-END-OF-HISTORY       PIC X VALUE 'N'.
               88  END-OF-HISTORY            VALUE 'Y'.
           05  SW-ORIGINAL-FOUND       PIC X VALUE 'N'.
               88  ORIGINAL-FOUND            VALUE 'Y'.
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
       01  BRANCH-TABLE-COUNT          PIC 9(3) VALUE 0.
       01  BRANCH-MASTER-TABLE.
           05  BRM-ENTRY OCCURS 100 TIMES.
           05  BRANCH-NAME-WORK        PIC X(20) VALUE SPACES.
       01  CATALOG-TABLE-COUNT         PIC 9(3) VALUE 0.
       01  REWARD-CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 200 TIMES.
               10  CAT-ITEM-CODE       PIC X(04) VALUE SPACES.
               10  CAT-DESCRIPTION     PIC X(15) VALUE SPACES.
               10  CAT-POINT-COST      PIC 9(04) VALUE 0.
               10  CAT-ACTIVE-TO       PIC X(08) VALUE SPACES.
               10  CAT-UNITS-POSTED    PIC 9(05) VALUE 0.
               10  CAT-POINTS-POSTED   PIC 9(07) VALUE 0.
               10  CAT-UNITS-VOIDED    PIC 9(05) VALUE 0.
               10  CAT-POINTS-VOIDED   PIC 9(07) VALUE 0.
       01  CATALOG-CONTROLS.
           05  CAT-SUB                 PIC 9(3) VALUE 0.
           05  CAT-MATCH-SUB           PIC 9(3) VALUE 0.
           05  REDEEM-PTS-WORK         PIC 9(4) VALUE 0.
           05  RUN-DATE-WORK           PIC X(8) VALUE SPACES.
           05  ACT-CUST-NUMBER-WORK    PIC 9(10) VALUE 0.
           05  ACT-TYPE-WORK           PIC X(01) VALUE 'R'.
           05  ACT-SIGN-WORK           PIC X(01) VALUE '-'.
       01  HISTORY-CONTROLS.
           05  FOUND-HISTORY-KEY       PIC X(28) VALUE SPACES.
           05  CTR-HISTORY-SEQ         PIC 9(4) VALUE 0.
       01  RECOVERY-JOURNAL-AREAS.
           05  TIMESTAMP-WS.
               10  TS-DATE             PIC X(08) VALUE SPACES.
               10  TS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  BEFORE-IMAGE-WORK       PIC X(56) VALUE SPACES.
           05  AFTER-IMAGE-WORK        PIC X(56) VALUE SPACES.
           05  JR-ACTION-WORK          PIC X(01) VALUE SPACE.
       01  BRANCH-COUNTERS.
           05  CTR-BR-POSTED           PIC 9(5) VALUE 0.
           05  CTR-BR-POSTED-PTS       PIC 9(7) VALUE 0.
           05  CTR-BR-REJECTED         PIC 9(5) VALUE 0.
           05  CTR-BR-REVERSED         PIC 9(5) VALUE 0.
           05  CTR-BR-REVERSED-PTS     PIC 9(7) VALUE 0.
       01  GRAND-COUNTERS.
           05  CTR-GR-POSTED           PIC 9(5) VALUE 0.
           05  CTR-GR-POSTED-PTS       PIC 9(7) VALUE 0.
           05  CTR-GR-REJECTED         PIC 9(5) VALUE 0.
           05  CTR-GR-REVERSED         PIC 9(5) VALUE 0.
           05  CTR-GR-REVERSED-PTS     PIC 9(7) VALUE 0.
       01  SAVE-AREAS.
           05  SAVE-BRANCH-CODE        PIC X(04) VALUE SPACES.
           05  DATE-WS.
           05  BTL-POSTED-PTS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  BTL-REJECTED            PIC ZZZZ9.
       01  BRANCH-REVERSAL-LINE.
           05  FILLER                  PIC X(9) VALUE ' BRANCH '.
           05  BRL-BRANCH              PIC X(4).
           05  FILLER                  PIC X(14) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE ' REVERSED: '.
           05  BRL-REVERSED            PIC ZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  PTS: '.
           05  BRL-REVERSED-PTS        PIC ZZZZZZ9.
       01  GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(22)
                    VALUE ' ALL BRANCHES POSTED: '.
           05  GTL-POSTED-PTS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  GTL-REJECTED            PIC ZZZZ9.
       01  GRAND-REVERSAL-LINE.
           05  FILLER                  PIC X(24)
                    VALUE ' ALL BRANCHES REVERSED: '.
           05  GRL-REVERSED            PIC ZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  PTS: '.
           05  GRL-REVERSED-PTS        PIC ZZZZZZ9.
       01  ITEM-HEADING-1.
           05  FILLER                  PIC X(08) VALUE SPACE.
           05  FILLER                  PIC X(45) VALUE
           05  FILLER                  PIC X(17) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(08) VALUE 'UNITS'.
           05  FILLER                  PIC X(08) VALUE 'POINTS'.
           05  FILLER                  PIC X(08) VALUE 'VOIDED'.
           05  FILLER                  PIC X(08) VALUE 'VOID PTS'.
       01  ITEM-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACE.
           05  IDL-ITEM-CODE           PIC X(4).
           05  IDL-UNITS               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  IDL-POINTS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACE.
           05  IDL-UNITS-VOIDED        PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IDL-POINTS-VOIDED       PIC ZZZZZZ9.
       01  CATALOG-DROPPED-LINE.
           05  FILLER                  PIC X(42)
                    VALUE ' CATALOG ENTRIES NOT LOADED (FULL/BAD) ..'.
           05  CDL-COUNT               PIC ZZZ.
      * RUN-CONTROL LEDGER (RUNCTL) WORK AREAS.  THE REDM10 INPUT IS
      * IDENTIFIED BY ITS RECORD COUNT AND A HASH TOTAL OF EVERY BYTE
      * WEIGHTED BY ITS COLUMN, SO THE SAME FILE SENT TWICE MATCHES
      * WHATEVER DATASET NAME IT ARRIVES UNDER.
       01  RUN-CONTROL-AREAS.
           05  SW-END-OF-HASH-INPUT    PIC X VALUE 'N'.
               88  END-OF-HASH-INPUT         VALUE 'Y'.
           05  SW-END-OF-LEDGER        PIC X VALUE 'N'.
               88  END-OF-LEDGER             VALUE 'Y'.
           05  SW-RUN-OVERRIDE         PIC X VALUE 'N'.
               88  RUN-OVERRIDE              VALUE 'Y'.
           05  SW-SAME-DATE-FOUND      PIC X VALUE 'N'.
               88  SAME-DATE-FOUND           VALUE 'Y'.
           05  SW-SAME-INPUT-FOUND     PIC X VALUE 'N'.
               88  SAME-INPUT-FOUND          VALUE 'Y'.
           05  RUN-INPUT-COUNT         PIC 9(9) VALUE 0.
           05  RUN-INPUT-HASH          PIC 9(15) VALUE 0.
           05  RUN-SEQ-WORK            PIC 9(2) VALUE 0.
           05  RUN-STATUS-TEXT         PIC X(13) VALUE SPACES.
           05  SAVE-RUN-CONTROL-KEY    PIC X(18) VALUE SPACES.
           05  RUN-BUSINESS-DATE       PIC X(08) VALUE SPACES.
           05  HASH-SUB                PIC 9(3) VALUE 0.
           05  RUN-START-STAMP.
               10  RS-DATE             PIC X(08) VALUE SPACES.
               10  RS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  RUN-END-STAMP.
               10  RE-DATE             PIC X(08) VALUE SPACES.
               10  RE-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
       01  HASH-RECORD-WORK.
           05  HASH-BYTE               PIC X OCCURS 40 TIMES.
       01  HASH-BYTE-WORK.
           05  HASH-BYTE-VALUE         PIC 9(4) COMP VALUE 0.
           05  HASH-BYTE-PARTS REDEFINES HASH-BYTE-VALUE.
               10  HASH-BYTE-HIGH      PIC X.
               10  HASH-BYTE-LOW       PIC X.
       LINKAGE SECTION.
       01  PARM-INFO.
           05  PARM-LENGTH             PIC S9(4) COMP.
           05  PARM-DATA               PIC X(08).
           05  PARM-OVERRIDE           PIC X(08).
           05  PARM-BUSINESS-DATE      PIC X(08).
       PROCEDURE DIVISION USING PARM-INFO.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-REDEMPTIONS UNTIL END-OF-DATA.
       100-INITIALIZATION.
           MOVE 'ZBNKREDM'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           PERFORM 130-LOAD-TIER-TABLE.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-WS                TO RUN-DATE-WORK.
           PERFORM 110-LOAD-CATALOG-TABLE.
           PERFORM 120-LOAD-BRANCH-TABLE.
           PERFORM 150-CHECK-RUN-CONTROL.
           OPEN INPUT  REDEMPTION-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN EXTEND ACTIVITY-FILE.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           OPEN I-O    LOYALTY-MASTER-FILE.
           OPEN I-O    HISTORY-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 211-PAGE-CHANGE-RTN.
           PERFORM 230-READ-A-RECORD.
      * BOTH POSTING PATHS PRICE OFF THE ONE LIST), AND MARKETING
      * CAN RE-PRICE AN ITEM OR RETIRE IT (ACTIVE-TO DATE) WITHOUT
      * A PROGRAM CHANGE.  THE TABLE IS RELOADED FROM THE FILE ON
      * EVERY RUN.  ITEMS ARE NEVER DELETED FROM THE CATALOG, SO
      * THE PRIMING RECORD (ITEM 0000) AND EVERY ITEM RETIRED BEFORE
      * THE RUN DATE ARE PASSED OVER - THE TABLE HOLDS ONLY WHAT CAN
      * STILL BE REDEEMED, THE SAME LIST LYRD PRICES FROM.  A VOID OF
      * A RETIRED ITEM STILL POSTS BUT IS LEFT OFF THE ITEM SUMMARY.
      * AN ENTRY WITH A NON-NUMERIC POINT COST IS SKIPPED AND COUNTED
      * WITH THE OVERFLOWING ENTRIES, THE WAY ZBNKLYTY TREATS A BAD
      * PRODRATE ENTRY, AND EITHER IS FLAGGED ON THE JOB LOG.
       110-LOAD-CATALOG-TABLE.
           OPEN INPUT CATALOG-FILE.
           PERFORM 111-LOAD-CATALOG-ENTRY UNTIL END-OF-CATALOG.
           CLOSE CATALOG-FILE.
           IF CTR-CATALOG-DROPPED > ZERO
               DISPLAY 'ZBNKREDM RWDCAT ENTRIES NOT LOADED: '
                       CTR-CATALOG-DROPPED
           END-IF.
       111-LOAD-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-CATALOG
               NOT AT END
                   EVALUATE TRUE
                       WHEN RC-ITEM-CODE = '0000'
                         OR RC-ACTIVE-TO < RUN-DATE-WORK
                           CONTINUE
                       WHEN CATALOG-TABLE-COUNT < 200
                        AND RC-POINT-COST IS NUMERIC
                           PERFORM 112-ADD-CATALOG-ENTRY
                       WHEN OTHER
                           ADD 1 TO CTR-CATALOG-DROPPED
                   END-EVALUATE
           END-READ.
       112-ADD-CATALOG-ENTRY.
           ADD 1 TO CATALOG-TABLE-COUNT.
           MOVE RC-ITEM-CODE
               TO CAT-ITEM-CODE(CATALOG-TABLE-COUNT).
           MOVE RC-DESCRIPTION
               TO CAT-DESCRIPTION(CATALOG-TABLE-COUNT).
           MOVE RC-POINT-COST
               TO CAT-POINT-COST(CATALOG-TABLE-COUNT).
           MOVE RC-ACTIVE-FROM
               TO CAT-ACTIVE-FROM(CATALOG-TABLE-COUNT).
           MOVE RC-ACTIVE-TO
               TO CAT-ACTIVE-TO(CATALOG-TABLE-COUNT).
      * THE BRANCH MASTER SUPPLIES THE NAME PRINTED BESIDE THE CODE
      * ON THE BRANCH TOTAL LINES.  A CODE THE MASTER DOES NOT KNOW
      * PRINTS WITHOUT A NAME.
               MOVE 'Y'                TO BRM-FOUND-SW
               MOVE BRM-BRANCH-NAME(BRM-SUB) TO BRANCH-NAME-WORK
           END-IF.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       130-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 131-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKREDM NO TIER TABLE IN EFFECT FOR '
                       TS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       131-LOAD-TIER-ENTRY.
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
      * RUN CONTROL - BEFORE ANYTHING IS OPENED FOR UPDATE, THE
      * REDM10 INPUT IS COUNTED AND HASH-TOTALLED AND THE LEDGER
      * (RUNCTL) IS SEARCHED FOR AN EARLIER RUN OF THIS PROGRAM FOR
      * THE SAME BUSINESS DATE OR OF THE SAME INPUT.  EITHER ONE
      * STOPS THE STEP UNLESS PARM COLUMNS 9-16 CARRY 'OVERRIDE'.
      * A RUN THAT GOES ON IS LOGGED STARTED HERE AND MARKED
      * COMPLETED BY 350 ONCE ITS OUTPUTS ARE CLOSED, SO A STARTED
      * ENTRY LEFT BEHIND IS A RUN THAT FAILED PART WAY.
      * THE BUSINESS DATE IS THE RUN DATE UNLESS PARM COLUMNS 17-24
      * CARRY ONE (YYYYMMDD), SO A CYCLE THAT RUNS PAST MIDNIGHT OR
      * IS RERUN ON A LATER DAY IS STILL LOGGED AGAINST ITS OWN
      * DATE.
       150-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE  TO RUN-START-STAMP.
           MOVE RS-DATE                TO RUN-BUSINESS-DATE.
           IF PARM-LENGTH NOT < 24
               IF PARM-BUSINESS-DATE IS NUMERIC
                   MOVE PARM-BUSINESS-DATE TO RUN-BUSINESS-DATE
               ELSE
                   IF PARM-BUSINESS-DATE NOT = SPACES
                       DISPLAY 'ZBNKREDM BUSINESS DATE IN PARM '
                               'COLUMNS 17-24 IS NOT YYYYMMDD '
                               PARM-BUSINESS-DATE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT  REDEMPTION-FILE.
           PERFORM 151-HASH-INPUT-RECORD UNTIL END-OF-HASH-INPUT.
           CLOSE REDEMPTION-FILE.
           IF PARM-LENGTH NOT < 16
               IF PARM-OVERRIDE = 'OVERRIDE'
                   MOVE 'Y' TO SW-RUN-OVERRIDE
               END-IF
           END-IF.
           OPEN I-O    RUN-CONTROL-FILE.
           PERFORM 155-SCAN-RUN-CONTROL.
           IF SAME-DATE-FOUND OR SAME-INPUT-FOUND
               IF RUN-OVERRIDE
                   DISPLAY 'ZBNKREDM DUPLICATE RUN ALLOWED BY OVERRIDE'
               ELSE
                   DISPLAY 'ZBNKREDM DUPLICATE RUN - STEP STOPPED, '
                           'NOTHING POSTED'
                   DISPLAY 'ZBNKREDM RECOVER ANY RUN NOT COMPLETED, '
                           'THEN RESUBMIT WITH OVERRIDE IN PARM '
                           'COLUMNS 9-16 ONLY IF THIS RUN MUST POST'
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 159-WRITE-RUN-STARTED.
           CLOSE RUN-CONTROL-FILE.
       151-HASH-INPUT-RECORD.
           READ REDEMPTION-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-HASH-INPUT
               NOT AT END
                   IF NOT ONLINE-POSTED-REC
                       ADD 1 TO RUN-INPUT-COUNT
                       MOVE REDEMPTION-RECORD TO HASH-RECORD-WORK
                       PERFORM 152-ADD-BYTE-TO-HASH
                           VARYING HASH-SUB FROM 1 BY 1
                           UNTIL HASH-SUB > 40
                   END-IF
           END-READ.
       152-ADD-BYTE-TO-HASH.
           MOVE LOW-VALUE              TO HASH-BYTE-HIGH.
           MOVE HASH-BYTE(HASH-SUB)    TO HASH-BYTE-LOW.
           COMPUTE RUN-INPUT-HASH = RUN-INPUT-HASH
                                  + HASH-BYTE-VALUE * HASH-SUB.
      * THE LEDGER IS KEYED PROGRAM/BUSINESS DATE/RUN NUMBER, SO THIS
      * PROGRAM'S ENTRIES ARE READ AS ONE RUN OF KEYS.
       155-SCAN-RUN-CONTROL.
           MOVE LOW-VALUES             TO RL-KEY.
           MOVE 'ZBNKREDM'             TO RL-PROGRAM.
           START RUN-CONTROL-FILE KEY IS NOT < RL-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-END-OF-LEDGER
           END-START.
           PERFORM 156-READ-RUN-CONTROL UNTIL END-OF-LEDGER.
       156-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-END-OF-LEDGER
               NOT AT END
                   IF RL-PROGRAM NOT = 'ZBNKREDM'
                       MOVE 'Y' TO SW-END-OF-LEDGER
                   ELSE
                       PERFORM 157-COMPARE-RUN-CONTROL
                   END-IF
           END-READ.
       157-COMPARE-RUN-CONTROL.
           EVALUATE TRUE
               WHEN RL-COMPLETED
                   MOVE 'COMPLETED'    TO RUN-STATUS-TEXT
               WHEN RL-RECOVERED
                   MOVE 'RECOVERED'    TO RUN-STATUS-TEXT
               WHEN OTHER
                   MOVE 'NOT COMPLETED' TO RUN-STATUS-TEXT
           END-EVALUATE.
           IF RL-BUSINESS-DATE = RUN-BUSINESS-DATE
               MOVE RL-RUN-SEQ         TO RUN-SEQ-WORK
               IF RL-POSTING-RUN
                   MOVE 'Y' TO SW-SAME-DATE-FOUND
                   DISPLAY 'ZBNKREDM ALREADY RUN FOR BUSINESS DATE '
                           RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                           RUN-STATUS-TEXT
               END-IF
           END-IF.
           IF RUN-INPUT-COUNT > ZERO
             AND RL-POSTING-RUN
             AND RL-RECORD-COUNT = RUN-INPUT-COUNT
             AND RL-HASH-TOTAL = RUN-INPUT-HASH
               MOVE 'Y' TO SW-SAME-INPUT-FOUND
               DISPLAY 'ZBNKREDM SAME REDM10 INPUT ALREADY RUN ON '
                       RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                       RUN-STATUS-TEXT
           END-IF.
       159-WRITE-RUN-STARTED.
           MOVE SPACES                 TO RUN-CONTROL-RECORD.
           MOVE 'ZBNKREDM'             TO RL-PROGRAM.
           MOVE RUN-BUSINESS-DATE      TO RL-BUSINESS-DATE.
           ADD 1 TO RUN-SEQ-WORK
               ON SIZE ERROR
                   DISPLAY 'ZBNKREDM NO RUN NUMBER LEFT ON RUNCTL FOR '
                           RUN-BUSINESS-DATE
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ADD.
           MOVE RUN-SEQ-WORK           TO RL-RUN-SEQ.
           MOVE 'S'                    TO RL-STATUS.
           MOVE 'P'                    TO RL-RUN-TYPE.
           MOVE SW-RUN-OVERRIDE        TO RL-OVERRIDE.
           MOVE 'REDM10'               TO RL-INPUT-NAME.
           MOVE RUN-INPUT-COUNT        TO RL-RECORD-COUNT.
           MOVE RUN-INPUT-HASH         TO RL-HASH-TOTAL.
           MOVE RS-TIME                TO RL-START-TIME.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ZBNKREDM CANNOT LOG THE RUN ON RUNCTL '
                           RL-KEY
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE RL-KEY                 TO SAVE-RUN-CONTROL-KEY.
       200-PROCESS-REDEMPTIONS.
           IF FIRST-RECORD-YES
               MOVE RD-BRANCH-CODE     TO SAVE-BRANCH-CODE
           MOVE RD-REASON-CODE         TO DL-REASON.
           PERFORM 212-LOOKUP-CATALOG-ITEM.
           EVALUATE TRUE
               WHEN REVERSAL-TRAN AND ONLINE-POSTED-REC
                   PERFORM 217-RECORD-ONLINE-REVERSAL
               WHEN REVERSAL-TRAN
                   PERFORM 218-POST-A-REVERSAL
               WHEN ONLINE-POSTED-REC
                   PERFORM 214-RECORD-ONLINE-POSTING
               WHEN NOT CAT-ENTRY-FOUND
                   MOVE REDEEM-PTS-WORK TO DL-REDEEM-PTS
                   PERFORM 215-APPLY-TO-MASTER
           END-EVALUATE.
       211-PAGE-CHANGE-RTN.
           MOVE HEADING-1              TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE HEADING-2              TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE HEADING-3              TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT.
       212-LOOKUP-CATALOG-ITEM.
           MOVE 'N' TO CAT-FOUND-SW.
           MOVE 0   TO CAT-MATCH-SUB.
           PERFORM 213-FIND-CATALOG-ENTRY
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CATALOG-TABLE-COUNT
               OR CAT-ENTRY-FOUND.
       213-FIND-CATALOG-ENTRY.
           IF CAT-ITEM-CODE(CAT-SUB) = RD-REASON-CODE
               MOVE 'Y'     TO CAT-FOUND-SW
               MOVE CAT-SUB TO CAT-MATCH-SUB
           END-IF.
      * A JOURNAL RECORD OFF THE LRDM QUEUE WAS ALREADY POSTED TO
      * THE MASTER BY THE ONLINE ZBNKRDO TRANSACTION AT THE COUNTER
      * - IT GOES ON THE REGISTER AND INTO THE TOTALS AND THE ITEM
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-NUMBER TO ACT-CUST-NUMBER-WORK
           END-READ.
           MOVE 'R'                    TO ACT-TYPE-WORK.
           MOVE '-'                    TO ACT-SIGN-WORK.
           PERFORM 222-WRITE-ACTIVITY-RECORD.
           PERFORM 245-WRITE-DETAIL-LINE.
      * THE BRANCHES STILL KEY THE CUSTOMER NAME, SO THE NAME PLUS
      * THE TRANSACTION'S BRANCH IS RESOLVED TO THE PERMANENT
      * CUSTOMER NUMBER ON THE CUSTXREF CROSS-REFERENCE AND THE
               NOT INVALID KEY
                   PERFORM 220-CHECK-AND-POST
           END-READ.
      * A VOID KEYED AT THE COUNTER (LYVD) HAS ALREADY RESTORED THE
      * POINTS ON THE MASTER AND MARKED THE HISTORY ENTRY - IT GOES
      * ON THE REGISTER, INTO THE REVERSAL TOTALS AND THE ITEM
      * SUMMARY, AND ONTO THE ACTIVITY HISTORY.  THE MASTER'S
      * CURRENT IMAGE IS LOGGED TO THE RECOVERY JOURNAL, BESIDE THE
      * IMAGE FROM BEFORE THE VOID, SO A FORWARD RECOVERY CARRIES
      * THE COUNTER VOID WITH IT.
       217-RECORD-ONLINE-REVERSAL.
           IF RD-REDEEM-PTS IS NUMERIC
               MOVE RD-REDEEM-PTS      TO REDEEM-PTS-WORK
           ELSE
               MOVE ZERO               TO REDEEM-PTS-WORK
           END-IF.
           MOVE REDEEM-PTS-WORK        TO DL-REDEEM-PTS.
           MOVE 'REVERSED-ONLINE'      TO DL-DISPOSITION.
           PERFORM 219-COUNT-A-REVERSAL.
           MOVE RD-CUSTOMER-NAME       TO XR-CUSTOMER-NAME.
           MOVE RD-BRANCH-CODE         TO XR-BRANCH-CODE.
           READ XREF-FILE
               INVALID KEY
                   MOVE ZERO           TO ACT-CUST-NUMBER-WORK
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-NUMBER TO ACT-CUST-NUMBER-WORK
                   MOVE XR-CUSTOMER-NUMBER TO LM-CUSTOMER-NUMBER
                   READ LOYALTY-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 231-REBUILD-BEFORE-IMAGE
                           MOVE 'R'    TO JR-ACTION-WORK
                           PERFORM 223-WRITE-RECOVERY-JOURNAL
                   END-READ
           END-READ.
           MOVE 'V'                    TO ACT-TYPE-WORK.
           MOVE '+'                    TO ACT-SIGN-WORK.
           PERFORM 222-WRITE-ACTIVITY-RECORD.
           PERFORM 245-WRITE-DETAIL-LINE.
      * A BRANCH REVERSAL NAMES THE CUSTOMER AND THE ITEM ONLY - THE
      * POINTS RESTORED ARE THE POINTS THE ORIGINAL POSTING TOOK,
      * READ BACK OFF RDMHIST, NOT THE KEYED AMOUNT AND NOT TODAY'S
      * CATALOG COST.  THE ITEM NEED NOT STILL BE ACTIVE.
       218-POST-A-REVERSAL.
           MOVE ZERO                   TO DL-REDEEM-PTS.
           MOVE RD-CUSTOMER-NAME       TO XR-CUSTOMER-NAME.
           MOVE RD-BRANCH-CODE         TO XR-BRANCH-CODE.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'REJECTED-NO CUSTOMER NBR'
                                       TO DL-DISPOSITION
                   PERFORM 240-COUNT-A-REJECT
               NOT INVALID KEY
                   PERFORM 226-FIND-ORIGINAL-POSTING
           END-READ.
           PERFORM 245-WRITE-DETAIL-LINE.
       219-COUNT-A-REVERSAL.
           ADD 1                       TO CTR-BR-REVERSED.
           ADD 1                       TO CTR-GR-REVERSED.
           ADD REDEEM-PTS-WORK         TO CTR-BR-REVERSED-PTS.
           ADD REDEEM-PTS-WORK         TO CTR-GR-REVERSED-PTS.
           IF CAT-ENTRY-FOUND
               ADD 1 TO CAT-UNITS-VOIDED(CAT-MATCH-SUB)
               ADD REDEEM-PTS-WORK
                   TO CAT-POINTS-VOIDED(CAT-MATCH-SUB)
           END-IF.
       220-CHECK-AND-POST.
           IF REDEEM-PTS-WORK > LM-LOYALTY-PTS
               MOVE 'REJECTED-INSUFF BALANCE'
               ADD REDEEM-PTS-WORK
                   TO CAT-POINTS-POSTED(CAT-MATCH-SUB)
               MOVE LM-CUSTOMER-NUMBER TO ACT-CUST-NUMBER-WORK
               MOVE 'R'                TO ACT-TYPE-WORK
               MOVE '-'                TO ACT-SIGN-WORK
               PERFORM 222-WRITE-ACTIVITY-RECORD
               PERFORM 224-WRITE-HISTORY-RECORD
           END-IF.
       221-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
      * EVERY POSTED REDEMPTION - BATCH OR COUNTER - GOES ON THE
      * PER-CUSTOMER ACTIVITY HISTORY SO THE MONTHLY STATEMENT CAN
           MOVE RD-CUSTOMER-NAME       TO AH-CUSTOMER-NAME.
           MOVE RD-BRANCH-CODE         TO AH-BRANCH-CODE.
           MOVE RUN-DATE-WORK          TO AH-ACTIVITY-DATE.
           MOVE ACT-TYPE-WORK          TO AH-ACTIVITY-TYPE.
           MOVE ACT-SIGN-WORK          TO AH-SIGN.
           MOVE REDEEM-PTS-WORK        TO AH-POINTS.
           MOVE RD-REASON-CODE         TO AH-REF-CODE.
           WRITE ACTIVITY-RECORD.
           MOVE BEFORE-IMAGE-WORK      TO JR-BEFORE-IMAGE.
           MOVE LOYALTY-MASTER-RECORD  TO JR-AFTER-IMAGE.
           WRITE RECOVERY-JOURNAL-RECORD.
      * EVERY BATCH POSTING GOES ON THE POSTING HISTORY BESIDE THE
      * COUNTER POSTINGS ZBNKRDO WRITES, SO EITHER KIND CAN BE
      * VOIDED LATER.  THE RUN SEQUENCE KEEPS TWO POSTINGS TO ONE
      * CUSTOMER IN THE SAME RUN FROM COLLIDING ON THE KEY.
       224-WRITE-HISTORY-RECORD.
           ADD 1                       TO CTR-HISTORY-SEQ.
           MOVE SPACES                 TO REDEMPTION-HISTORY-RECORD.
           MOVE LM-CUSTOMER-NUMBER     TO RH-CUSTOMER-NUMBER.
           MOVE TS-DATE                TO RH-POST-DATE.
           MOVE TS-TIME                TO RH-POST-TIME.
           MOVE CTR-HISTORY-SEQ        TO RH-POST-SEQ.
           MOVE RD-CUSTOMER-NAME       TO RH-CUSTOMER-NAME.
           MOVE RD-BRANCH-CODE         TO RH-BRANCH-CODE.
           MOVE RD-REASON-CODE         TO RH-ITEM-CODE.
           MOVE REDEEM-PTS-WORK        TO RH-POINTS.
           MOVE 'B'                    TO RH-SOURCE.
           MOVE 'P'                    TO RH-STATUS.
           WRITE REDEMPTION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'ZBNKREDM DUPLICATE RDMHIST KEY '
                           RH-KEY
           END-WRITE.
       225-CLASSIFY-LOYALTY-TIER.
           MOVE LM-LOYALTY-PTS         TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 221-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO LM-TIER.
      * THE CUSTOMER'S HISTORY ENTRIES ARE READ IN KEY (POSTING
      * DATE/TIME) ORDER; EACH UNVOIDED POSTING OF THE ITEM
      * OVERWRITES THE LAST, SO THE ONE LEFT IS THE MOST RECENT.
       226-FIND-ORIGINAL-POSTING.
           MOVE 'N'                    TO SW-ORIGINAL-FOUND.
           MOVE 'N'                    TO SW-END-OF-HISTORY.
           MOVE LOW-VALUES             TO RH-KEY.
           MOVE XR-CUSTOMER-NUMBER     TO RH-CUSTOMER-NUMBER.
           START HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y'            TO SW-END-OF-HISTORY
           END-START.
           PERFORM 228-READ-NEXT-HISTORY UNTIL END-OF-HISTORY.
           IF ORIGINAL-FOUND
               PERFORM 227-READ-MASTER-FOR-REVERSAL
           ELSE
               MOVE 'REJECTED-NO ORIGINAL' TO DL-DISPOSITION
               PERFORM 240-COUNT-A-REJECT
           END-IF.
       227-READ-MASTER-FOR-REVERSAL.
           MOVE REDEEM-PTS-WORK        TO DL-REDEEM-PTS.
           MOVE XR-CUSTOMER-NUMBER     TO LM-CUSTOMER-NUMBER.
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED-NOT ON MASTER'
                                       TO DL-DISPOSITION
                   PERFORM 240-COUNT-A-REJECT
               NOT INVALID KEY
                   PERFORM 229-CHECK-AND-REVERSE
           END-READ.
       228-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y'            TO SW-END-OF-HISTORY
               NOT AT END
                   IF RH-CUSTOMER-NUMBER NOT = XR-CUSTOMER-NUMBER
                       MOVE 'Y'        TO SW-END-OF-HISTORY
                   ELSE
                       IF RH-ITEM-CODE = RD-REASON-CODE
                         AND RH-POSTED
                           MOVE 'Y'    TO SW-ORIGINAL-FOUND
                           MOVE RH-KEY TO FOUND-HISTORY-KEY
                           MOVE RH-POINTS TO REDEEM-PTS-WORK
                       END-IF
                   END-IF
           END-READ.
      * A VOID CANNOT TAKE LIFETIME REDEEMED BELOW ZERO - THAT ONLY
      * HAPPENS WHEN THE HISTORY PRE-DATES A MASTER RELOAD, AND IS
      * LEFT FOR A SUPERVISOR ADJUSTMENT.
       229-CHECK-AND-REVERSE.
           IF REDEEM-PTS-WORK > LM-REDEEMED-PTS
               MOVE 'REJECTED-OVER REDEEMED'
                                       TO DL-DISPOSITION
               PERFORM 240-COUNT-A-REJECT
           ELSE
               MOVE LOYALTY-MASTER-RECORD TO BEFORE-IMAGE-WORK
               ADD REDEEM-PTS-WORK     TO LM-LOYALTY-PTS
                   ON SIZE ERROR
                       MOVE 9999       TO LM-LOYALTY-PTS
               END-ADD
               SUBTRACT REDEEM-PTS-WORK FROM LM-REDEEMED-PTS
               PERFORM 225-CLASSIFY-LOYALTY-TIER
               REWRITE LOYALTY-MASTER-RECORD
               MOVE 'R'                TO JR-ACTION-WORK
               PERFORM 223-WRITE-RECOVERY-JOURNAL
               MOVE FOUND-HISTORY-KEY  TO RH-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'V'        TO RH-STATUS
                       MOVE TS-DATE    TO RH-VOID-DATE
                       MOVE 'ZBNKREDM' TO RH-VOID-USER
                       REWRITE REDEMPTION-HISTORY-RECORD
               END-READ
               MOVE 'REVERSED'         TO DL-DISPOSITION
               PERFORM 219-COUNT-A-REVERSAL
               MOVE LM-CUSTOMER-NUMBER TO ACT-CUST-NUMBER-WORK
               MOVE 'V'                TO ACT-TYPE-WORK
               MOVE '+'                TO ACT-SIGN-WORK
               PERFORM 222-WRITE-ACTIVITY-RECORD
           END-IF.
       230-READ-A-RECORD.
           READ REDEMPTION-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
      * THE COUNTER VOID WAS APPLIED ONLINE, SO THE MASTER AS READ IS
      * ALREADY THE AFTER-IMAGE.  THE BEFORE-IMAGE IS REBUILT BY
      * BACKING THE VOID OUT OF THE RECORD AND RE-CLASSIFYING THE
      * TIER, THEN THE RECORD AS READ IS PUT BACK FOR THE JOURNAL.
       231-REBUILD-BEFORE-IMAGE.
           MOVE LOYALTY-MASTER-RECORD  TO AFTER-IMAGE-WORK.
           IF REDEEM-PTS-WORK NOT > LM-LOYALTY-PTS
               SUBTRACT REDEEM-PTS-WORK FROM LM-LOYALTY-PTS
               ADD REDEEM-PTS-WORK     TO LM-REDEEMED-PTS
                   ON SIZE ERROR
                       MOVE 9999       TO LM-REDEEMED-PTS
               END-ADD
               PERFORM 225-CLASSIFY-LOYALTY-TIER
           END-IF.
           MOVE LOYALTY-MASTER-RECORD  TO BEFORE-IMAGE-WORK.
           MOVE AFTER-IMAGE-WORK       TO LOYALTY-MASTER-RECORD.
       240-COUNT-A-REJECT.
           ADD 1 TO CTR-BR-REJECTED.
           ADD 1 TO CTR-GR-REJECTED.
           MOVE CTR-BR-REJECTED        TO BTL-REJECTED.
           MOVE BRANCH-TOTAL-LINE      TO REGISTER-LINE-OUT.
           WRITE REGISTER-LINE-OUT.
           IF CTR-BR-REVERSED > 0
               MOVE SAVE-BRANCH-CODE   TO BRL-BRANCH
               MOVE CTR-BR-REVERSED    TO BRL-REVERSED
               MOVE CTR-BR-REVERSED-PTS TO BRL-REVERSED-PTS
               MOVE BRANCH-REVERSAL-LINE TO REGISTER-LINE-OUT
               WRITE REGISTER-LINE-OUT
           END-IF.
           MOVE ZERO TO CTR-BR-POSTED.
           MOVE ZERO TO CTR-BR-POSTED-PTS.
           MOVE ZERO TO CTR-BR-REJECTED.
           MOVE ZERO TO CTR-BR-REVERSED.
           MOVE ZERO TO CTR-BR-REVERSED-PTS.
       300-WRAP-UP.
           IF FIRST-RECORD-NOT
               PERFORM 250-PRINT-BRANCH-TOTALS
           MOVE CTR-GR-REJECTED        TO GTL-REJECTED.
           MOVE GRAND-TOTAL-LINE       TO REGISTER-LINE-OUT.
           WRITE REGISTER-LINE-OUT.
           MOVE CTR-GR-REVERSED        TO GRL-REVERSED.
           MOVE CTR-GR-REVERSED-PTS    TO GRL-REVERSED-PTS.
           MOVE GRAND-REVERSAL-LINE    TO REGISTER-LINE-OUT.
           WRITE REGISTER-LINE-OUT.
           PERFORM 260-PRINT-ITEM-SUMMARY.
           PERFORM 270-WRITE-GL-CONTROL.
           CLOSE REDEMPTION-FILE XREF-FILE LOYALTY-MASTER-FILE
                 ACTIVITY-FILE RECOVERY-JOURNAL-FILE REGISTER-FILE
                 HISTORY-FILE.
           PERFORM 350-MARK-RUN-COMPLETED.
      * THE RUN'S ALL-BRANCHES POSTED-POINTS TOTAL - THE SAME
      * FIGURE THE REDR10 REGISTER PRINTS - GOES TO THE GL CONTROL
      * FEED SO THE GL POSTING PROOF SHEET (ZBNKGLPT) CAN PRINT IT
      * BESIDE ITS REDEEMED-MOVEMENT POSTING AND PROVE THE TIE.
      * THE REVERSED-POINTS TOTAL GOES ALONGSIDE IT AS A SEPARATE
      * STAGE, SINCE A VOID TAKES POINTS BACK OUT OF REDEEMED.
       270-WRITE-GL-CONTROL.
           OPEN EXTEND GL-CONTROL-FILE.
           MOVE SPACES                 TO GL-CONTROL-RECORD.
           MOVE 'RDMPOST'              TO GC-STAGE.
           MOVE CTR-GR-POSTED-PTS      TO GC-POINTS.
           WRITE GL-CONTROL-RECORD.
           MOVE 'RDMVOID'              TO GC-STAGE.
           MOVE CTR-GR-REVERSED-PTS    TO GC-POINTS.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.
       260-PRINT-ITEM-SUMMARY.
           MOVE ITEM-HEADING-1         TO REGISTER-LINE-OUT
           MOVE CAT-DESCRIPTION(CAT-SUB) TO IDL-DESCRIPTION.
           MOVE CAT-UNITS-POSTED(CAT-SUB) TO IDL-UNITS.
           MOVE CAT-POINTS-POSTED(CAT-SUB) TO IDL-POINTS.
           MOVE CAT-UNITS-VOIDED(CAT-SUB) TO IDL-UNITS-VOIDED.
           MOVE CAT-POINTS-VOIDED(CAT-SUB) TO IDL-POINTS-VOIDED.
           MOVE ITEM-DETAIL-LINE       TO REGISTER-LINE-OUT.
           WRITE REGISTER-LINE-OUT.
      * THE OUTPUTS ARE CLOSED - MARK THIS RUN'S LEDGER ENTRY
      * COMPLETED SO A RESUBMISSION IS STOPPED AS A DUPLICATE RATHER
      * THAN TREATED AS A RECOVERY.
       350-MARK-RUN-COMPLETED.
           MOVE FUNCTION CURRENT-DATE  TO RUN-END-STAMP.
           OPEN I-O    RUN-CONTROL-FILE.
           MOVE SAVE-RUN-CONTROL-KEY   TO RL-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'ZBNKREDM RUN NOT ON RUNCTL TO COMPLETE '
                           SAVE-RUN-CONTROL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'C'            TO RL-STATUS
                   MOVE RE-DATE        TO RL-END-DATE
                   MOVE RE-TIME        TO RL-END-TIME
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ZBNKREDM RUN NOT MARKED COMPLETED '
                                   'ON RUNCTL ' SAVE-RUN-CONTROL-KEY
                           MOVE 4 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           IF RUN-OVERRIDE
               PERFORM 355-MARK-RUNS-RECOVERED
           END-IF.
           CLOSE RUN-CONTROL-FILE.
      * AN OVERRIDE RUN THAT COMPLETES IS THE RECOVERY OF ANY
      * EARLIER RUN FOR THE SAME BUSINESS DATE LEFT STARTED, SO
      * THOSE ENTRIES ARE MARKED RECOVERED AND NO LONGER REPORTED
      * AS OPEN.  THEY ALL SORT AHEAD OF THIS RUN'S OWN ENTRY.
       355-MARK-RUNS-RECOVERED.
           MOVE 'N'                    TO SW-END-OF-LEDGER.
           MOVE SAVE-RUN-CONTROL-KEY   TO RL-KEY.
           MOVE ZERO                   TO RL-RUN-SEQ.
           START RUN-CONTROL-FILE KEY IS NOT < RL-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-END-OF-LEDGER
           END-START.
           PERFORM 356-READ-EARLIER-RUN UNTIL END-OF-LEDGER.
       356-READ-EARLIER-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-END-OF-LEDGER
               NOT AT END
                   IF RL-KEY NOT < SAVE-RUN-CONTROL-KEY
                       MOVE 'Y' TO SW-END-OF-LEDGER
                   ELSE
                       IF RL-STARTED
                           PERFORM 357-REWRITE-RECOVERED
                       END-IF
                   END-IF
           END-READ.
       357-REWRITE-RECOVERED.
           MOVE 'X'                    TO RL-STATUS.
           MOVE RE-DATE                TO RL-END-DATE.
           MOVE RE-TIME                TO RL-END-TIME.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ZBNKREDM RUN NOT MARKED RECOVERED ON '
                           'RUNCTL ' RL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'ZBNKREDM RUN ' RL-RUN-SEQ ' FOR BUSINESS '
                           'DATE ' RL-BUSINESS-DATE
                           ' MARKED RECOVERED'
           END-REWRITE.
