      **************************************************************
      * Program:     ZBNKEXPF                                      *
      * Function:    FORWARD POINTS-EXPIRATION FORECAST AND         *
      *              LIABILITY AGING REPORT OVER THE CUMULATIVE     *
      *              EARN-HISTORY FILE (EARNHIST) FOR FINANCE.      *
      *              NOTHING IS UPDATED.  EACH CUSTOMER'S ACTIVE    *
      *              EARN RECORDS ARE OFFSET BY THE LIFETIME        *
      *              REDEEMED TOTAL ON THE MASTER EXACTLY AS        *
      *              ZBNKEXPR DOES IT - OLDEST-FIRST, IN FILE       *
      *              ORDER - SO ONLY THE OUTSTANDING (UNEXPIRED,    *
      *              UNREDEEMED) POINTS ARE COUNTED AND THE         *
      *              FORECAST MATCHES WHAT THE MONTHLY RUN WILL     *
      *              ACTUALLY EXPIRE.  THE OUTSTANDING POINTS ARE   *
      *              AGED IN WHOLE CALENDAR MONTHS FROM THE EARN    *
      *              DATE, AS ZBNKEXPR AGES THEM, AND REPORTED BY   *
      *              BRANCH IN AGE BUCKETS (0-5, 6-11, 12-17,       *
      *              18-21, 22-23 AND 24+ MONTHS - THE LAST IS DUE  *
      *              AT THIS MONTH'S RUN).  THE SAME POINTS ARE     *
      *              THEN PROJECTED BY BRANCH INTO THE MONTH THEY   *
      *              WILL EXPIRE, FOR THE TWELVE MONTHS FROM THIS   *
      *              ONE.  CUSTOMERS DUE TO LOSE MORE THAN THE PARM *
      *              THRESHOLD (NNNN POINTS, E.G. PARM='0500') IN   *
      *              THE NEXT 90 DAYS - THIS MONTH'S RUN AND THE    *
      *              NEXT TWO - GO TO THE CAMPAIGN EXTRACT (EXPCAMP)*
      *              WITH THEIR MAILING ADDRESS FROM A NAME-SORTED  *
      *              COPY OF THE CRM EXTRACT.  THE CAMPAIGN IS      *
      *              MARKETING, SO A CUSTOMER ON THE CONTACT        *
      *              SUPPRESSION FILE (CONSUPP) FOR ANY REASON IS   *
      *              LEFT OFF IT AND COUNTED BY REASON.  WITH NO    *
      *              PARM THE THRESHOLD IS 0500 POINTS; A PARM THAT *
      *              IS NOT FOUR DIGITS ENDS THE STEP WITH RETURN   *
      *              CODE 8 BEFORE ANY FILE IS OPENED.              *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKEXPF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-IN-FILE  ASSIGN HISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CRM-NAME-FILE    ASSIGN CRMXNM
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOYALTY-MASTER-FILE ASSIGN LOYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-NUMBER.
           SELECT SUPPRESSION-FILE ASSIGN CONSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUSTOMER-NUMBER.
           SELECT REPORT-FILE      ASSIGN FCSTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAMPAIGN-FILE    ASSIGN EXPCAMP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN-FILE.
       01  EARN-HISTORY-RECORD.
           05  EH-CUSTOMER-NAME        PIC X(19).
           05  EH-BRANCH-CODE          PIC X(04).
           05  EH-PRODUCT-NUMBER       PIC X(05).
           05  EH-POINTS               PIC 9(04).
           05  EH-EARN-DATE            PIC X(08).
           05  EH-STATUS               PIC X(01).
               88  EARN-STATUS-ACTIVE        VALUE 'A'.
               88  EARN-STATUS-EXPIRED       VALUE 'E'.
           05  FILLER                  PIC X(09).
           05  EH-CUSTOMER-NUMBER      PIC 9(10).
       FD  CRM-NAME-FILE.
       01  CRM-NAME-RECORD.
           05  CRX-CUSTOMER-NAME       PIC X(19).
           05  CRX-ADDRESS             PIC X(20).
           05  CRX-PHONE               PIC X(07).
           05  CRX-PRODUCT-COUNT       PIC 9(03).
           05  CRX-LOYALTY-PTS         PIC 9(04).
           05  CRX-BRANCH-CODE         PIC X(04).
           05  CRX-CUSTOMER-NUMBER     PIC 9(10).
           05  FILLER                  PIC X(03).
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
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05  EC-CUSTOMER-NUMBER      PIC 9(10).
           05  EC-CUSTOMER-NAME        PIC X(19).
           05  EC-ADDRESS              PIC X(20).
           05  EC-BRANCH-CODE          PIC X(04).
           05  EC-EXPIRING-PTS         PIC 9(05).
           05  EC-EXPIRE-MONTH         PIC X(06).
           05  EC-BALANCE-PTS          PIC 9(04).
           05  FILLER                  PIC X(12).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DATA               VALUE 'Y'.
           05  FIRST-RECORD-SW         PIC X VALUE 'Y'.
               88  FIRST-RECORD-YES          VALUE 'Y'.
               88  FIRST-RECORD-NOT          VALUE 'N'.
           05  SW-END-OF-CRM           PIC X VALUE 'N'.
               88  END-OF-CRM                VALUE 'Y'.
           05  SW-AGE-VALID            PIC X VALUE 'N'.
               88  AGE-VALID                 VALUE 'Y'.
           05  SW-MASTER-FOUND         PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  SW-CUSTOMER-SUPPRESSED  PIC X VALUE 'N'.
               88  CUSTOMER-SUPPRESSED       VALUE 'Y'.
       01  THRESHOLD-CONTROLS.
           05  CAMPAIGN-THRESHOLD      PIC 9(4) VALUE 0.
           05  PARM-THRESH-X.
               10  PARM-THRESH-DIGITS  PIC X(04).
           05  PARM-THRESH-9 REDEFINES PARM-THRESH-X.
               10  PARM-THRESH-NUM     PIC 9(04).
       01  CUSTOMER-ACCUMS.
           05  CUST-WINDOW-PTS         PIC 9(5) VALUE 0.
           05  CUST-FIRST-MONTH-SUB    PIC 9(3) VALUE 0.
           05  REDEEM-OFFSET-WORK      PIC 9(7) VALUE 0.
           05  COVERED-PTS-WORK        PIC 9(4) VALUE 0.
           05  UNCOVERED-PTS-WORK      PIC 9(4) VALUE 0.
       01  GRAND-COUNTERS.
           05  CTR-RECORDS-READ        PIC 9(7) VALUE 0.
           05  GR-ACTIVE-PTS           PIC 9(9) VALUE 0.
           05  GR-OFFSET-PTS           PIC 9(9) VALUE 0.
           05  CTR-NOT-ON-MASTER       PIC 9(5) VALUE 0.
           05  CTR-BAD-DATES           PIC 9(5) VALUE 0.
           05  GR-BAD-DATE-PTS         PIC 9(9) VALUE 0.
           05  CTR-EXTRACTED           PIC 9(5) VALUE 0.
           05  GR-EXTRACTED-PTS        PIC 9(9) VALUE 0.
           05  CTR-ADDR-MISSING        PIC 9(5) VALUE 0.
           05  CTR-SUPP-DECEASED       PIC 9(5) VALUE 0.
           05  CTR-SUPP-RETURNED-MAIL  PIC 9(5) VALUE 0.
           05  CTR-SUPP-OPT-OUT        PIC 9(5) VALUE 0.
           05  CTR-BRANCH-DROPPED      PIC 9(5) VALUE 0.
       01  AGE-WORK-AREAS.
           05  EARN-DATE-WORK.
               10  EDW-YEAR            PIC 9(4).
               10  EDW-MONTH           PIC 9(2).
               10  EDW-DAY             PIC 9(2).
           05  RUN-YEAR-NUM            PIC 9(4) VALUE ZERO.
           05  RUN-MONTH-NUM           PIC 9(2) VALUE ZERO.
           05  RUN-MONTHS-WORK         PIC 9(6) VALUE ZERO.
           05  EARN-MONTHS-WORK        PIC 9(6) VALUE ZERO.
           05  AGE-MONTHS-WORK         PIC S9(6) VALUE ZERO.
           05  AGE-SUB                 PIC 9(3) VALUE 0.
           05  MONTH-SUB               PIC 9(3) VALUE 0.
      * THE TWELVE FORECAST MONTHS, THIS MONTH FIRST.  AN EARN RECORD
      * AGED A MONTHS EXPIRES AT THE RUN 24 - A MONTHS FROM NOW, SO
      * IT FALLS IN FORECAST MONTH 25 - A; ANYTHING ALREADY 24 OR
      * OLDER IS DUE AT THIS MONTH'S RUN (MONTH 1).  THE FIRST THREE
      * MONTHS ARE THE 90-DAY CAMPAIGN WINDOW.
       01  FORECAST-MONTH-TABLE.
           05  FMT-ENTRY OCCURS 12 TIMES.
               10  FMT-YEAR            PIC 9(4).
               10  FMT-MONTH           PIC 9(2).
       01  FORECAST-MONTH-CONTROLS.
           05  FMC-YEAR                PIC 9(4) VALUE ZERO.
           05  FMC-MONTH               PIC 9(2) VALUE ZERO.
           05  CAMPAIGN-WINDOW-MONTHS  PIC 9(3) VALUE 3.
      * ONE ENTRY PER BRANCH, KEPT IN BRANCH-CODE ORDER AS BRANCHES
      * ARE MET (THE HISTORY IS IN CUSTOMER ORDER), PLUS THE GRAND
      * TOTAL IN THE SAME LAYOUT SO ONE SET OF PRINT PARAGRAPHS
      * SERVES BOTH.
       01  BRANCH-TABLE-CONTROLS.
           05  BFT-COUNT               PIC 9(3) VALUE 0.
           05  BFT-SUB                 PIC 9(3) VALUE 0.
           05  BFT-MATCH-SUB           PIC 9(3) VALUE 0.
           05  BFT-SHIFT-SUB           PIC 9(3) VALUE 0.
           05  BFT-STOP-SW             PIC X VALUE 'N'.
               88  BFT-STOP                  VALUE 'Y'.
       01  BRANCH-FORECAST-TABLE.
           05  BFT-ENTRY OCCURS 100 TIMES.
               10  BFT-BRANCH-CODE     PIC X(04).
               10  BFT-OUTSTANDING     PIC 9(9).
               10  BFT-AGE-PTS         PIC 9(9) OCCURS 6 TIMES.
               10  BFT-MONTH-PTS       PIC 9(9) OCCURS 12 TIMES.
               10  BFT-TWELVE-MONTH    PIC 9(9).
       01  GRAND-TOTAL-ENTRY.
           05  GTE-BRANCH-CODE         PIC X(04) VALUE 'ALL'.
           05  GTE-OUTSTANDING         PIC 9(9) VALUE 0.
           05  GTE-AGE-PTS             PIC 9(9) OCCURS 6 TIMES.
           05  GTE-MONTH-PTS           PIC 9(9) OCCURS 12 TIMES.
           05  GTE-TWELVE-MONTH        PIC 9(9) VALUE 0.
       01  PRINT-WORK-ENTRY.
           05  PWE-BRANCH-CODE         PIC X(04).
           05  PWE-OUTSTANDING         PIC 9(9).
           05  PWE-AGE-PTS             PIC 9(9) OCCURS 6 TIMES.
           05  PWE-MONTH-PTS           PIC 9(9) OCCURS 12 TIMES.
           05  PWE-TWELVE-MONTH        PIC 9(9).
       01  PRINT-CONTROLS.
           05  PRINT-SUB               PIC 9(3) VALUE 0.
           05  MONTH-OFFSET            PIC 9(3) VALUE 0.
       01  HELD-CRM-AREAS.
           05  HELD-CRM-NAME           PIC X(19) VALUE HIGH-VALUES.
           05  HELD-CRM-ADDRESS        PIC X(20) VALUE SPACES.
       01  SAVE-AREAS.
           05  SAVE-CUSTOMER-NAME      PIC X(19) VALUE SPACES.
           05  SAVE-BRANCH-CODE        PIC X(04) VALUE SPACES.
           05  SAVE-CUSTOMER-NUMBER    PIC 9(10) VALUE ZERO.
           05  SAVE-BALANCE-PTS        PIC 9(4) VALUE ZERO.
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
               'E X P I R A T I O N   F O R E C A S T'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  AGING-TITLE-LINE.
           05  FILLER                  PIC X(60) VALUE
               ' OUTSTANDING POINTS BY MONTHS SINCE EARNED'.
       01  AGING-HEADING.
           05  FILLER                  PIC X(06) VALUE ' BRCH '.
           05  FILLER                  PIC X(09) VALUE ' OUTSTAND'.
           05  FILLER                  PIC X(09) VALUE '      0-5'.
           05  FILLER                  PIC X(09) VALUE '     6-11'.
           05  FILLER                  PIC X(09) VALUE '    12-17'.
           05  FILLER                  PIC X(09) VALUE '    18-21'.
           05  FILLER                  PIC X(09) VALUE '    22-23'.
           05  FILLER                  PIC X(09) VALUE '      24+'.
           05  FILLER                  PIC X(10) VALUE ' 12-MO DUE'.
       01  AGING-LINE.
           05  FILLER                  PIC X(01).
           05  AGL-BRANCH              PIC X(05).
           05  AGL-OUTSTANDING         PIC ZZZZZZZZ9.
           05  AGL-BUCKET OCCURS 6 TIMES.
               10  FILLER              PIC X(01).
               10  AGL-PTS             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01).
           05  AGL-TWELVE-MONTH        PIC ZZZZZZZZ9.
       01  PROJECTION-TITLE-LINE.
           05  FILLER                  PIC X(60) VALUE
               ' PROJECTED EXPIRATIONS BY MONTH OF THE EXPIRATION RUN'.
       01  PROJECTION-HEADING.
           05  FILLER                  PIC X(06) VALUE ' BRCH '.
           05  PJH-COLUMN OCCURS 6 TIMES.
               10  FILLER              PIC X(02).
               10  PJH-YEAR            PIC 9(04).
               10  PJH-SLASH           PIC X(01).
               10  PJH-MONTH           PIC 9(02).
       01  PROJECTION-LINE.
           05  FILLER                  PIC X(01).
           05  PJL-BRANCH              PIC X(05).
           05  PJL-COLUMN OCCURS 6 TIMES.
               10  FILLER              PIC X(01).
               10  PJL-PTS             PIC ZZZZZZZ9.
       01  BLANK-LINE                  PIC X(80) VALUE SPACES.
       01  RECORDS-READ-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' EARN RECORDS READ ................. '.
           05  RRL-COUNT               PIC ZZZZZZZZ9.
       01  ACTIVE-PTS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ACTIVE POINTS ON HISTORY .......... '.
           05  APL-POINTS              PIC ZZZZZZZZ9.
       01  OFFSET-PTS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' LESS REDEEMED-POINTS OFFSET ....... '.
           05  OPL-POINTS              PIC ZZZZZZZZ9.
       01  BAD-DATE-PTS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' LESS POINTS WITH UNREADABLE DATES . '.
           05  BPL-POINTS              PIC ZZZZZZZZ9.
       01  OUTSTANDING-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' OUTSTANDING POINTS AGED ........... '.
           05  OSL-POINTS              PIC ZZZZZZZZ9.
       01  TWELVE-MONTH-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' DUE TO EXPIRE IN TWELVE MONTHS .... '.
           05  TML-POINTS              PIC ZZZZZZZZ9.
       01  NOT-ON-MASTER-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS NOT ON MASTER (NO OFFSET) '.
           05  NML-COUNT               PIC ZZZZ9.
       01  BAD-DATES-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' UNREADABLE EARN DATES ............. '.
           05  BDL-COUNT               PIC ZZZZ9.
       01  THRESHOLD-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' 90-DAY CAMPAIGN THRESHOLD (POINTS)  '.
           05  THL-POINTS              PIC ZZZ9.
       01  EXTRACTED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS EXTRACTED FOR CAMPAIGN .. '.
           05  EXL-COUNT               PIC ZZZZ9.
       01  EXTRACTED-PTS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' POINTS DUE ON EXTRACTED CUSTOMERS . '.
           05  EPL-POINTS              PIC ZZZZZZZZ9.
       01  ADDR-MISSING-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ADDRESSES NOT ON CRM EXTRACT ...... '.
           05  AML-COUNT               PIC ZZZZ9.
       01  SUPP-DECEASED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' EXTRACT SUPPRESSED - DECEASED ..... '.
           05  SDL-COUNT               PIC ZZZZ9.
       01  SUPP-RETURNED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' EXTRACT SUPPRESSED - RET MAIL ..... '.
           05  SRL-COUNT               PIC ZZZZ9.
       01  SUPP-OPT-OUT-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' EXTRACT SUPPRESSED - OPT-OUT ...... '.
           05  SOL-COUNT               PIC ZZZZ9.
       01  BRANCH-DROPPED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' RECORDS NOT BRANCHED (TABLE FULL) . '.
           05  BXL-COUNT               PIC ZZZZ9.
       LINKAGE SECTION.
       01  PARM-INFO.
           05  PARM-LENGTH             PIC S9(4) COMP.
           05  PARM-DATA               PIC X(08).
       PROCEDURE DIVISION USING PARM-INFO.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-HISTORY UNTIL END-OF-DATA.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKEXPF'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           MOVE DATE-YEAR              TO RUN-YEAR-NUM.
           MOVE DATE-MONTH             TO RUN-MONTH-NUM.
           MULTIPLY RUN-YEAR-NUM BY 12 GIVING RUN-MONTHS-WORK.
           ADD RUN-MONTH-NUM TO RUN-MONTHS-WORK.
           MOVE 0500                   TO CAMPAIGN-THRESHOLD.
           IF PARM-LENGTH > ZERO
               MOVE SPACES             TO PARM-THRESH-X
               IF PARM-LENGTH NOT < 4
                   MOVE PARM-DATA(1:4) TO PARM-THRESH-X
               ELSE
                   MOVE PARM-DATA(1:PARM-LENGTH)
                                       TO PARM-THRESH-X
               END-IF
               IF PARM-THRESH-DIGITS IS NUMERIC
                   MOVE PARM-THRESH-NUM
                                       TO CAMPAIGN-THRESHOLD
               ELSE
                   IF PARM-THRESH-DIGITS NOT = SPACES
                       DISPLAY 'ZBNKEXPF CAMPAIGN THRESHOLD IN PARM '
                               'IS NOT NNNN ' PARM-THRESH-DIGITS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           MOVE RUN-YEAR-NUM           TO FMC-YEAR.
           MOVE RUN-MONTH-NUM          TO FMC-MONTH.
           PERFORM 110-BUILD-FORECAST-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE ZERO                   TO GTE-AGE-PTS(1) GTE-AGE-PTS(2)
                                          GTE-AGE-PTS(3) GTE-AGE-PTS(4)
                                          GTE-AGE-PTS(5) GTE-AGE-PTS(6).
           PERFORM 115-CLEAR-GRAND-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN INPUT  CRM-NAME-FILE.
           OPEN INPUT  LOYALTY-MASTER-FILE.
           OPEN INPUT  SUPPRESSION-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CAMPAIGN-FILE.
           MOVE HEADING-1              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-2              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 265-READ-CRM-RECORD.
           PERFORM 230-READ-A-RECORD.
       110-BUILD-FORECAST-MONTH.
           MOVE FMC-YEAR               TO FMT-YEAR(MONTH-SUB).
           MOVE FMC-MONTH              TO FMT-MONTH(MONTH-SUB).
           ADD 1 TO FMC-MONTH.
           IF FMC-MONTH > 12
               MOVE 1                  TO FMC-MONTH
               ADD 1 TO FMC-YEAR
           END-IF.
       115-CLEAR-GRAND-MONTH.
           MOVE ZERO                   TO GTE-MONTH-PTS(MONTH-SUB).
       200-PROCESS-HISTORY.
           IF FIRST-RECORD-YES
               MOVE EH-CUSTOMER-NAME   TO SAVE-CUSTOMER-NAME
               MOVE EH-CUSTOMER-NUMBER TO SAVE-CUSTOMER-NUMBER
               MOVE 'N' TO FIRST-RECORD-SW
               PERFORM 240-READ-MASTER-FOR-CUSTOMER
           END-IF.
           IF EH-CUSTOMER-NAME NOT = SAVE-CUSTOMER-NAME
               PERFORM 250-CLOSE-CUSTOMER
               MOVE EH-CUSTOMER-NAME   TO SAVE-CUSTOMER-NAME
               MOVE EH-CUSTOMER-NUMBER TO SAVE-CUSTOMER-NUMBER
               PERFORM 240-READ-MASTER-FOR-CUSTOMER
           END-IF.
           MOVE EH-BRANCH-CODE         TO SAVE-BRANCH-CODE.
           PERFORM 210-AGE-A-RECORD.
           PERFORM 230-READ-A-RECORD.
       210-AGE-A-RECORD.
           ADD 1 TO CTR-RECORDS-READ.
           IF EARN-STATUS-ACTIVE
               ADD EH-POINTS TO GR-ACTIVE-PTS
               PERFORM 212-OFFSET-REDEEMED-POINTS
               ADD COVERED-PTS-WORK TO GR-OFFSET-PTS
               PERFORM 215-COMPUTE-AGE-MONTHS
               IF AGE-VALID
                   IF UNCOVERED-PTS-WORK > ZERO
                       PERFORM 220-FORECAST-UNCOVERED-POINTS
                   END-IF
               ELSE
                   ADD 1 TO CTR-BAD-DATES
                   ADD UNCOVERED-PTS-WORK TO GR-BAD-DATE-PTS
               END-IF
           END-IF.
      * THE SAME OFFSET AS ZBNKEXPR: LIFETIME REDEEMED POINTS ARE
      * SPENT POINTS, CONSUMED AGAINST THE CUSTOMER'S ACTIVE RECORDS
      * IN FILE ORDER (OLDEST EARN DATES WITHIN EACH PRODUCT FIRST),
      * AND ONLY THE UNCOVERED PORTION OF EACH RECORD CAN EXPIRE.
       212-OFFSET-REDEEMED-POINTS.
           IF EH-POINTS NOT > REDEEM-OFFSET-WORK
               MOVE EH-POINTS          TO COVERED-PTS-WORK
           ELSE
               MOVE REDEEM-OFFSET-WORK TO COVERED-PTS-WORK
           END-IF.
           SUBTRACT COVERED-PTS-WORK FROM REDEEM-OFFSET-WORK.
           SUBTRACT COVERED-PTS-WORK FROM EH-POINTS
               GIVING UNCOVERED-PTS-WORK.
       215-COMPUTE-AGE-MONTHS.
           MOVE 'N' TO SW-AGE-VALID.
           MOVE EH-EARN-DATE           TO EARN-DATE-WORK.
           IF EARN-DATE-WORK IS NUMERIC
               MULTIPLY EDW-YEAR BY 12 GIVING EARN-MONTHS-WORK
               ADD EDW-MONTH TO EARN-MONTHS-WORK
               SUBTRACT EARN-MONTHS-WORK FROM RUN-MONTHS-WORK
                   GIVING AGE-MONTHS-WORK
               MOVE 'Y' TO SW-AGE-VALID
           END-IF.
       220-FORECAST-UNCOVERED-POINTS.
           EVALUATE TRUE
               WHEN AGE-MONTHS-WORK NOT < 24
                   MOVE 6              TO AGE-SUB
               WHEN AGE-MONTHS-WORK NOT < 22
                   MOVE 5              TO AGE-SUB
               WHEN AGE-MONTHS-WORK NOT < 18
                   MOVE 4              TO AGE-SUB
               WHEN AGE-MONTHS-WORK NOT < 12
                   MOVE 3              TO AGE-SUB
               WHEN AGE-MONTHS-WORK NOT < 6
                   MOVE 2              TO AGE-SUB
               WHEN OTHER
                   MOVE 1              TO AGE-SUB
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AGE-MONTHS-WORK NOT < 24
                   MOVE 1              TO MONTH-SUB
               WHEN AGE-MONTHS-WORK NOT < 13
                   SUBTRACT AGE-MONTHS-WORK FROM 25 GIVING MONTH-SUB
               WHEN OTHER
                   MOVE 0              TO MONTH-SUB
           END-EVALUATE.
           ADD UNCOVERED-PTS-WORK      TO GTE-OUTSTANDING.
           ADD UNCOVERED-PTS-WORK      TO GTE-AGE-PTS(AGE-SUB).
           IF MONTH-SUB > 0
               ADD UNCOVERED-PTS-WORK  TO GTE-MONTH-PTS(MONTH-SUB)
               ADD UNCOVERED-PTS-WORK  TO GTE-TWELVE-MONTH
           END-IF.
           PERFORM 225-LOCATE-BRANCH-ENTRY.
           IF BFT-MATCH-SUB > 0
               ADD UNCOVERED-PTS-WORK
                   TO BFT-OUTSTANDING(BFT-MATCH-SUB)
               ADD UNCOVERED-PTS-WORK
                   TO BFT-AGE-PTS(BFT-MATCH-SUB AGE-SUB)
               IF MONTH-SUB > 0
                   ADD UNCOVERED-PTS-WORK
                       TO BFT-MONTH-PTS(BFT-MATCH-SUB MONTH-SUB)
                   ADD UNCOVERED-PTS-WORK
                       TO BFT-TWELVE-MONTH(BFT-MATCH-SUB)
               END-IF
           END-IF.
           IF MONTH-SUB > 0
             AND MONTH-SUB NOT > CAMPAIGN-WINDOW-MONTHS
               ADD UNCOVERED-PTS-WORK TO CUST-WINDOW-PTS
                   ON SIZE ERROR
                       MOVE 99999 TO CUST-WINDOW-PTS
               END-ADD
               IF CUST-FIRST-MONTH-SUB = 0
                 OR MONTH-SUB < CUST-FIRST-MONTH-SUB
                   MOVE MONTH-SUB      TO CUST-FIRST-MONTH-SUB
               END-IF
           END-IF.
      * THE BRANCH TABLE IS SEARCHED IN CODE ORDER; A BRANCH NOT YET
      * IN IT IS INSERTED AT ITS PLACE, THE HIGHER ENTRIES MOVING UP
      * ONE.  A BRANCH BEYOND THE TABLE'S CAPACITY STILL COUNTS IN
      * THE GRAND TOTAL AND IS REPORTED AS NOT BRANCHED.
       225-LOCATE-BRANCH-ENTRY.
           MOVE 'N'                    TO BFT-STOP-SW.
           MOVE 0                      TO BFT-MATCH-SUB.
           PERFORM 226-TEST-BRANCH-ENTRY
               VARYING BFT-SUB FROM 1 BY 1
               UNTIL BFT-SUB > BFT-COUNT OR BFT-STOP.
           IF BFT-STOP
             AND BFT-BRANCH-CODE(BFT-MATCH-SUB) = SAVE-BRANCH-CODE
               CONTINUE
           ELSE
               IF NOT BFT-STOP
                   ADD 1 BFT-COUNT GIVING BFT-MATCH-SUB
               END-IF
               IF BFT-COUNT < 100
                   PERFORM 227-MOVE-ENTRY-UP
                       VARYING BFT-SHIFT-SUB FROM BFT-COUNT BY -1
                       UNTIL BFT-SHIFT-SUB < BFT-MATCH-SUB
                   ADD 1 TO BFT-COUNT
                   INITIALIZE BFT-ENTRY(BFT-MATCH-SUB)
                   MOVE SAVE-BRANCH-CODE
                       TO BFT-BRANCH-CODE(BFT-MATCH-SUB)
               ELSE
                   MOVE 0              TO BFT-MATCH-SUB
                   ADD 1 TO CTR-BRANCH-DROPPED
               END-IF
           END-IF.
       226-TEST-BRANCH-ENTRY.
           IF BFT-BRANCH-CODE(BFT-SUB) NOT < SAVE-BRANCH-CODE
               MOVE 'Y'                TO BFT-STOP-SW
               MOVE BFT-SUB            TO BFT-MATCH-SUB
           END-IF.
       227-MOVE-ENTRY-UP.
           MOVE BFT-ENTRY(BFT-SHIFT-SUB)
               TO BFT-ENTRY(BFT-SHIFT-SUB + 1).
       230-READ-A-RECORD.
           READ HISTORY-IN-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
      * THE MASTER IS READ ONCE AT THE TOP OF EACH CUSTOMER, BY THE
      * CUSTOMER NUMBER THE HISTORY RECORDS CARRY, FOR THE REDEEMED
      * TOTAL THAT DRIVES THE OFFSET IN 212- AND THE CURRENT BALANCE
      * THE CAMPAIGN EXTRACT CARRIES.
       240-READ-MASTER-FOR-CUSTOMER.
           MOVE 'N'                    TO SW-MASTER-FOUND.
           MOVE ZERO                   TO REDEEM-OFFSET-WORK.
           MOVE ZERO                   TO SAVE-BALANCE-PTS.
           MOVE SAVE-CUSTOMER-NUMBER   TO LM-CUSTOMER-NUMBER.
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO CTR-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE 'Y'            TO SW-MASTER-FOUND
                   MOVE LM-REDEEMED-PTS TO REDEEM-OFFSET-WORK
                   MOVE LM-LOYALTY-PTS TO SAVE-BALANCE-PTS
           END-READ.
       250-CLOSE-CUSTOMER.
           IF CUST-WINDOW-PTS > CAMPAIGN-THRESHOLD
               PERFORM 258-CHECK-SUPPRESSION
               IF NOT CUSTOMER-SUPPRESSED
                   PERFORM 260-WRITE-CAMPAIGN-RECORD
               END-IF
           END-IF.
           MOVE ZERO                   TO CUST-WINDOW-PTS.
           MOVE ZERO                   TO CUST-FIRST-MONTH-SUB.
      * THE CAMPAIGN IS MARKETING, SO AN OPT-OUT IS LEFT OFF IT AS
      * WELL AS A DECEASED OR RETURNED-MAIL CUSTOMER.
       258-CHECK-SUPPRESSION.
           MOVE 'N'                    TO SW-CUSTOMER-SUPPRESSED.
           MOVE SAVE-CUSTOMER-NUMBER   TO CS-CUSTOMER-NUMBER.
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
                           WHEN CS-MARKETING-OPT-OUT
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-OPT-OUT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
      * THE MAILING ADDRESS COMES FROM THE CURRENT CRM EXTRACT,
      * RESEQUENCED INTO CUSTOMER-NAME ORDER BY THE JOB SO IT CAN BE
      * CO-READ FORWARD WITH THE HISTORY, THE WAY ZBNKEXPR FINDS THE
      * NOTICE ADDRESS.  THE EXPIRE MONTH IS THE FIRST MONTH ANY OF
      * THE CUSTOMER'S WINDOW POINTS FALL DUE.
       260-WRITE-CAMPAIGN-RECORD.
           PERFORM 265-READ-CRM-RECORD
               UNTIL END-OF-CRM
               OR HELD-CRM-NAME NOT < SAVE-CUSTOMER-NAME.
           MOVE SPACES                 TO CAMPAIGN-RECORD.
           IF HELD-CRM-NAME = SAVE-CUSTOMER-NAME
               MOVE HELD-CRM-ADDRESS   TO EC-ADDRESS
           ELSE
               ADD 1 TO CTR-ADDR-MISSING
           END-IF.
           MOVE SAVE-CUSTOMER-NUMBER   TO EC-CUSTOMER-NUMBER.
           MOVE SAVE-CUSTOMER-NAME     TO EC-CUSTOMER-NAME.
           MOVE SAVE-BRANCH-CODE       TO EC-BRANCH-CODE.
           MOVE CUST-WINDOW-PTS        TO EC-EXPIRING-PTS.
           MOVE FMT-ENTRY(CUST-FIRST-MONTH-SUB) TO EC-EXPIRE-MONTH.
           MOVE SAVE-BALANCE-PTS       TO EC-BALANCE-PTS.
           WRITE CAMPAIGN-RECORD.
           ADD 1 TO CTR-EXTRACTED.
           ADD CUST-WINDOW-PTS         TO GR-EXTRACTED-PTS.
       265-READ-CRM-RECORD.
           READ CRM-NAME-FILE
               AT END
                   MOVE 'Y'            TO SW-END-OF-CRM
                   MOVE HIGH-VALUES    TO HELD-CRM-NAME
               NOT AT END
                   MOVE CRX-CUSTOMER-NAME TO HELD-CRM-NAME
                   MOVE CRX-ADDRESS    TO HELD-CRM-ADDRESS
           END-READ.
       300-WRAP-UP.
           IF FIRST-RECORD-NOT
               PERFORM 250-CLOSE-CUSTOMER
           END-IF.
           PERFORM 310-PRINT-AGING.
           MOVE 0                      TO MONTH-OFFSET.
           PERFORM 320-PRINT-PROJECTION.
           MOVE 6                      TO MONTH-OFFSET.
           PERFORM 320-PRINT-PROJECTION.
           PERFORM 330-PRINT-SUMMARY.
           CLOSE HISTORY-IN-FILE CRM-NAME-FILE LOYALTY-MASTER-FILE
                 SUPPRESSION-FILE REPORT-FILE CAMPAIGN-FILE.
       310-PRINT-AGING.
           MOVE BLANK-LINE             TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE AGING-TITLE-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE AGING-HEADING          TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 311-PRINT-BRANCH-AGING
               VARYING BFT-SUB FROM 1 BY 1
               UNTIL BFT-SUB > BFT-COUNT.
           MOVE GRAND-TOTAL-ENTRY      TO PRINT-WORK-ENTRY.
           PERFORM 312-FORMAT-AGING-LINE.
       311-PRINT-BRANCH-AGING.
           MOVE BFT-ENTRY(BFT-SUB)     TO PRINT-WORK-ENTRY.
           PERFORM 312-FORMAT-AGING-LINE.
       312-FORMAT-AGING-LINE.
           MOVE SPACES                 TO AGING-LINE.
           MOVE PWE-BRANCH-CODE        TO AGL-BRANCH.
           MOVE PWE-OUTSTANDING        TO AGL-OUTSTANDING.
           PERFORM 313-FORMAT-AGE-BUCKET
               VARYING PRINT-SUB FROM 1 BY 1
               UNTIL PRINT-SUB > 6.
           MOVE PWE-TWELVE-MONTH       TO AGL-TWELVE-MONTH.
           MOVE AGING-LINE             TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       313-FORMAT-AGE-BUCKET.
           MOVE PWE-AGE-PTS(PRINT-SUB) TO AGL-PTS(PRINT-SUB).
      * THE TWELVE MONTHS PRINT IN TWO PANELS OF SIX TO FIT THE
      * LINE - MONTH-OFFSET 0 FOR MONTHS 1-6, 6 FOR MONTHS 7-12.
       320-PRINT-PROJECTION.
           MOVE BLANK-LINE             TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE PROJECTION-TITLE-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SPACES                 TO PROJECTION-HEADING.
           MOVE ' BRCH '               TO PROJECTION-HEADING(1:6).
           PERFORM 321-FORMAT-MONTH-HEADING
               VARYING PRINT-SUB FROM 1 BY 1
               UNTIL PRINT-SUB > 6.
           MOVE PROJECTION-HEADING     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 322-PRINT-BRANCH-PROJECTION
               VARYING BFT-SUB FROM 1 BY 1
               UNTIL BFT-SUB > BFT-COUNT.
           MOVE GRAND-TOTAL-ENTRY      TO PRINT-WORK-ENTRY.
           PERFORM 323-FORMAT-PROJECTION-LINE.
       321-FORMAT-MONTH-HEADING.
           ADD PRINT-SUB MONTH-OFFSET GIVING MONTH-SUB.
           MOVE FMT-YEAR(MONTH-SUB)    TO PJH-YEAR(PRINT-SUB).
           MOVE '/'                    TO PJH-SLASH(PRINT-SUB).
           MOVE FMT-MONTH(MONTH-SUB)   TO PJH-MONTH(PRINT-SUB).
       322-PRINT-BRANCH-PROJECTION.
           MOVE BFT-ENTRY(BFT-SUB)     TO PRINT-WORK-ENTRY.
           PERFORM 323-FORMAT-PROJECTION-LINE.
       323-FORMAT-PROJECTION-LINE.
           MOVE SPACES                 TO PROJECTION-LINE.
           MOVE PWE-BRANCH-CODE        TO PJL-BRANCH.
           PERFORM 324-FORMAT-PROJECTION-MONTH
               VARYING PRINT-SUB FROM 1 BY 1
               UNTIL PRINT-SUB > 6.
           MOVE PROJECTION-LINE        TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       324-FORMAT-PROJECTION-MONTH.
           ADD PRINT-SUB MONTH-OFFSET GIVING MONTH-SUB.
           MOVE PWE-MONTH-PTS(MONTH-SUB) TO PJL-PTS(PRINT-SUB).
       330-PRINT-SUMMARY.
           MOVE BLANK-LINE             TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-RECORDS-READ       TO RRL-COUNT.
           MOVE RECORDS-READ-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GR-ACTIVE-PTS          TO APL-POINTS.
           MOVE ACTIVE-PTS-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GR-OFFSET-PTS          TO OPL-POINTS.
           MOVE OFFSET-PTS-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GR-BAD-DATE-PTS        TO BPL-POINTS.
           MOVE BAD-DATE-PTS-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GTE-OUTSTANDING        TO OSL-POINTS.
           MOVE OUTSTANDING-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GTE-TWELVE-MONTH       TO TML-POINTS.
           MOVE TWELVE-MONTH-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-NOT-ON-MASTER      TO NML-COUNT.
           MOVE NOT-ON-MASTER-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-BAD-DATES          TO BDL-COUNT.
           MOVE BAD-DATES-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-BRANCH-DROPPED     TO BXL-COUNT.
           MOVE BRANCH-DROPPED-LINE    TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CAMPAIGN-THRESHOLD     TO THL-POINTS.
           MOVE THRESHOLD-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-EXTRACTED          TO EXL-COUNT.
           MOVE EXTRACTED-LINE         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE GR-EXTRACTED-PTS       TO EPL-POINTS.
           MOVE EXTRACTED-PTS-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-ADDR-MISSING       TO AML-COUNT.
           MOVE ADDR-MISSING-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-DECEASED      TO SDL-COUNT.
           MOVE SUPP-DECEASED-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-RETURNED-MAIL TO SRL-COUNT.
           MOVE SUPP-RETURNED-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-OPT-OUT       TO SOL-COUNT.
           MOVE SUPP-OPT-OUT-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT.
