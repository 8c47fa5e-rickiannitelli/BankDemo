      *              PER-CUSTOMER EXPIRED-POINTS SUMMARY (EXPSUM)   *
      *              IS WRITTEN SO THE SAME NIGHT'S LOYALTY CYCLE   *
      *              ALREADY NETS THE NEW EXPIRATIONS.  AGES ARE    *
      *              COMPUTED FROM THE BUSINESS DATE (BELOW) IN     *
      *              WHOLE CALENDAR MONTHS - THE DAY WITHIN THE     *
      *              MONTH DOES NOT MOVE AN EXPIRATION.             *
      *              POINTS THE CUSTOMER HAS ALREADY REDEEMED ARE   *
      *              DEEMED SPENT OLDEST-FIRST, SO THE LIFETIME     *
      *              REDEEMED TOTAL ON THE MASTER IS CONSUMED       *
      *              EXPIRED.  AN AGED RECORD ONLY PARTLY COVERED   *
      *              BY REDEMPTIONS IS SPLIT: THE SPENT PORTION     *
      *              STAYS ACTIVE, THE REMAINDER EXPIRES.           *
      *              NO NOTICE IS WRITTEN FOR A CUSTOMER ON THE     *
      *              CONTACT SUPPRESSION FILE (CONSUPP) AS DECEASED *
      *              OR RETURNED MAIL.  THE NOTICE IS LEGALLY       *
      *              REQUIRED, SO A MARKETING OPT-OUT STILL GETS    *
      *              ONE.  THE REGISTER COUNTS BOTH BY REASON.      *
      *              EVERY RUN IS CHECKED AGAINST THE RUN-CONTROL   *
      *              LEDGER (RUNCTL) BEFORE ANYTHING IS POSTED: A   *
      *              SECOND RUN FOR THE SAME BUSINESS DATE, OR OF   *
      *              THE SAME HISTIN INPUT (SAME RECORD COUNT AND   *
      *              HASH TOTAL) FOR ANY DATE, STOPS THE STEP WITH  *
      *              RC 8 UNLESS PARM COLUMNS 9-16 CARRY            *
      *              'OVERRIDE'.  THE BUSINESS DATE IS THE RUN DATE *
      *              UNLESS PARM COLUMNS 17-24 CARRY ONE            *
      *              (YYYYMMDD).  THE RUN IS LOGGED STARTED AT THAT *
      *              POINT AND MARKED COMPLETED ONLY AFTER ITS      *
      *              OUTPUTS ARE CLOSED.  WHEN AN OVERRIDE RUN      *
      *              COMPLETES, ANY EARLIER RUN FOR THE SAME        *
      *              BUSINESS DATE STILL MARKED STARTED IS MARKED   *
      *              RECOVERED.                                     *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKEXPR.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN LOYJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
           SELECT SUPPRESSION-FILE ASSIGN CONSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUSTOMER-NUMBER.
           SELECT RUN-CONTROL-FILE ASSIGN RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN-FILE.
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  GC-RUN-TIME             PIC X(06).
           05  GC-POINTS               PIC 9(09).
           05  FILLER                  PIC X(21).
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
               88  AGE-VALID                 VALUE 'Y'.
           05  SW-MASTER-FOUND         PIC X VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  SW-CUSTOMER-SUPPRESSED  PIC X VALUE 'N'.
               88  CUSTOMER-SUPPRESSED       VALUE 'Y'.
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
       01  CUSTOMER-ACCUMS.
           05  CUST-NEWLY-EXPIRED      PIC 9(7) VALUE 0.
           05  CUST-EXPIRED-TOTAL      PIC 9(7) VALUE 0.
           05  CTR-NOT-ON-MASTER       PIC 9(5) VALUE 0.
           05  CTR-ADDR-MISSING        PIC 9(5) VALUE 0.
           05  CTR-BAD-DATES           PIC 9(5) VALUE 0.
           05  CTR-SUPP-DECEASED       PIC 9(5) VALUE 0.
           05  CTR-SUPP-RETURNED-MAIL  PIC 9(5) VALUE 0.
           05  CTR-OPT-OUT-NOTICES     PIC 9(5) VALUE 0.
       01  AGE-WORK-AREAS.
           05  EARN-DATE-WORK.
               10  EDW-YEAR            PIC 9(4).
           05  FILLER                  PIC X(37)
                    VALUE ' UNREADABLE EARN DATES ............. '.
           05  BDL-COUNT                PIC ZZZZ9.
       01  SUPP-DECEASED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' NOTICES SUPPRESSED - DECEASED ..... '.
           05  SDL-COUNT                PIC ZZZZ9.
       01  SUPP-RETURNED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' NOTICES SUPPRESSED - RET MAIL ..... '.
           05  SRL-COUNT                PIC ZZZZ9.
       01  OPT-OUT-NOTICES-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' NOTICES MAILED TO OPT-OUTS ........ '.
           05  ONL-COUNT                PIC ZZZZ9.
      * RUN-CONTROL LEDGER (RUNCTL) WORK AREAS.  THE HISTIN INPUT IS
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
           05  HASH-BYTE               PIC X OCCURS 60 TIMES.
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
           PERFORM 200-PROCESS-HISTORY UNTIL END-OF-DATA.
       100-INITIALIZATION.
           MOVE 'ZBNKEXPR'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           PERFORM 110-LOAD-TIER-TABLE.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           PERFORM 150-CHECK-RUN-CONTROL.
      * POINTS ARE AGED FROM THE BUSINESS DATE THE RUN IS LOGGED
      * UNDER, NOT THE DAY IT HAPPENS TO RUN, SO A CATCH-UP RUN FOR
      * THE LAST DAY OF A MONTH DOES NOT EXPIRE THE NEXT MONTH'S
      * COHORT EARLY.
           MOVE RUN-BUSINESS-DATE(1:4) TO RUN-YEAR-NUM.
           MOVE RUN-BUSINESS-DATE(5:2) TO RUN-MONTH-NUM.
           MULTIPLY RUN-YEAR-NUM BY 12 GIVING RUN-MONTHS-WORK.
           ADD RUN-MONTH-NUM TO RUN-MONTHS-WORK.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN EXTEND ACTIVITY-FILE.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           OPEN INPUT  SUPPRESSION-FILE.
           PERFORM 211-PAGE-CHANGE-RTN.
           PERFORM 265-READ-CRM-RECORD.
           PERFORM 230-READ-A-RECORD.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       110-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 111-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKEXPR NO TIER TABLE IN EFFECT FOR '
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
      * RUN CONTROL - BEFORE ANYTHING IS OPENED FOR UPDATE, THE
      * HISTIN INPUT IS COUNTED AND HASH-TOTALLED AND THE LEDGER
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
                       DISPLAY 'ZBNKEXPR BUSINESS DATE IN PARM '
                               'COLUMNS 17-24 IS NOT YYYYMMDD '
                               PARM-BUSINESS-DATE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT  HISTORY-IN-FILE.
           PERFORM 151-HASH-INPUT-RECORD UNTIL END-OF-HASH-INPUT.
           CLOSE HISTORY-IN-FILE.
           IF PARM-LENGTH NOT < 16
               IF PARM-OVERRIDE = 'OVERRIDE'
                   MOVE 'Y' TO SW-RUN-OVERRIDE
               END-IF
           END-IF.
           OPEN I-O    RUN-CONTROL-FILE.
           PERFORM 155-SCAN-RUN-CONTROL.
           IF SAME-DATE-FOUND OR SAME-INPUT-FOUND
               IF RUN-OVERRIDE
                   DISPLAY 'ZBNKEXPR DUPLICATE RUN ALLOWED BY OVERRIDE'
               ELSE
                   DISPLAY 'ZBNKEXPR DUPLICATE RUN - STEP STOPPED, '
                           'NOTHING POSTED'
                   DISPLAY 'ZBNKEXPR RECOVER ANY RUN NOT COMPLETED, '
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
           READ HISTORY-IN-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-HASH-INPUT
               NOT AT END
                   ADD 1 TO RUN-INPUT-COUNT
                   MOVE HISTORY-IN-RECORD TO HASH-RECORD-WORK
                   PERFORM 152-ADD-BYTE-TO-HASH
                       VARYING HASH-SUB FROM 1 BY 1
                       UNTIL HASH-SUB > 60
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
           MOVE 'ZBNKEXPR'             TO RL-PROGRAM.
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
                   IF RL-PROGRAM NOT = 'ZBNKEXPR'
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
                   DISPLAY 'ZBNKEXPR ALREADY RUN FOR BUSINESS DATE '
                           RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                           RUN-STATUS-TEXT
               END-IF
           END-IF.
           IF RUN-INPUT-COUNT > ZERO
             AND RL-POSTING-RUN
             AND RL-RECORD-COUNT = RUN-INPUT-COUNT
             AND RL-HASH-TOTAL = RUN-INPUT-HASH
               MOVE 'Y' TO SW-SAME-INPUT-FOUND
               DISPLAY 'ZBNKEXPR SAME HISTIN INPUT ALREADY RUN ON '
                       RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                       RUN-STATUS-TEXT
           END-IF.
       159-WRITE-RUN-STARTED.
           MOVE SPACES                 TO RUN-CONTROL-RECORD.
           MOVE 'ZBNKEXPR'             TO RL-PROGRAM.
           MOVE RUN-BUSINESS-DATE      TO RL-BUSINESS-DATE.
           ADD 1 TO RUN-SEQ-WORK
               ON SIZE ERROR
                   DISPLAY 'ZBNKEXPR NO RUN NUMBER LEFT ON RUNCTL FOR '
                           RUN-BUSINESS-DATE
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ADD.
           MOVE RUN-SEQ-WORK           TO RL-RUN-SEQ.
           MOVE 'S'                    TO RL-STATUS.
           MOVE 'P'                    TO RL-RUN-TYPE.
           MOVE SW-RUN-OVERRIDE        TO RL-OVERRIDE.
           MOVE 'HISTIN'               TO RL-INPUT-NAME.
           MOVE RUN-INPUT-COUNT        TO RL-RECORD-COUNT.
           MOVE RUN-INPUT-HASH         TO RL-HASH-TOTAL.
           MOVE RS-TIME                TO RL-START-TIME.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ZBNKEXPR CANNOT LOG THE RUN ON RUNCTL '
                           RL-KEY
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE RL-KEY                 TO SAVE-RUN-CONTROL-KEY.
       200-PROCESS-HISTORY.
           IF FIRST-RECORD-YES
               MOVE HI-CUSTOMER-NAME   TO SAVE-CUSTOMER-NAME
               PERFORM 255-APPLY-TO-MASTER
           END-IF.
           IF CUST-SOON-PTS > ZERO
               PERFORM 258-CHECK-SUPPRESSION
               IF NOT CUSTOMER-SUPPRESSED
                   PERFORM 260-WRITE-NOTICE
               END-IF
           END-IF.
           MOVE ZERO                   TO CUST-NEWLY-EXPIRED.
           MOVE ZERO                   TO CUST-EXPIRED-TOTAL.
           MOVE LOYALTY-MASTER-RECORD  TO JR-AFTER-IMAGE.
           WRITE RECOVERY-JOURNAL-RECORD.
       257-CLASSIFY-LOYALTY-TIER.
           MOVE LM-LOYALTY-PTS         TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 254-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO LM-TIER.
       254-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
      * A DECEASED OR RETURNED-MAIL ENTRY IN EFFECT STOPS THE NOTICE.
      * AN OPT-OUT DOES NOT - THE NOTICE IS NOT MARKETING - BUT IS
      * COUNTED SO THE LETTER SHOP CAN SEE WHY THOSE PIECES WENT.
      * THE CRM ADDRESS CO-READ IN 260- SKIPS A SUPPRESSED NAME ON
      * THE NEXT NOTICE'S FORWARD READ.
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
                               ADD 1 TO CTR-OPT-OUT-NOTICES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
      * THE NOTICE CARRIES THE MAILING ADDRESS FROM THE CURRENT CRM
      * EXTRACT, RESEQUENCED INTO CUSTOMER-NAME ORDER BY THE JOB SO
      * IT CAN BE CO-READ FORWARD WITH THE HISTORY.  A CUSTOMER NO
           MOVE CTR-BAD-DATES          TO BDL-COUNT.
           MOVE BAD-DATES-LINE         TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE CTR-SUPP-DECEASED      TO SDL-COUNT.
           MOVE SUPP-DECEASED-LINE     TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE CTR-SUPP-RETURNED-MAIL TO SRL-COUNT.
           MOVE SUPP-RETURNED-LINE     TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           MOVE CTR-OPT-OUT-NOTICES    TO ONL-COUNT.
           MOVE OPT-OUT-NOTICES-LINE   TO REGISTER-LINE-OUT
           WRITE REGISTER-LINE-OUT
           PERFORM 310-WRITE-GL-CONTROL.
           CLOSE HISTORY-IN-FILE HISTORY-OUT-FILE CRM-NAME-FILE
                 LOYALTY-MASTER-FILE EXPIRED-SUMMARY-FILE
                 REGISTER-FILE NOTICE-FILE ACTIVITY-FILE
                 RECOVERY-JOURNAL-FILE SUPPRESSION-FILE.
           PERFORM 350-MARK-RUN-COMPLETED.
      * THE RUN'S EXPIRED-POINTS TOTAL - THE SAME FIGURE THE EXPREG
      * REGISTER PRINTS - GOES TO THE GL CONTROL FEED SO THE GL
      * POSTING PROOF SHEET (ZBNKGLPT) CAN PRINT IT BESIDE ITS
           MOVE GR-PTS-EXPIRED         TO GC-POINTS.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.
      * THE OUTPUTS ARE CLOSED - MARK THIS RUN'S LEDGER ENTRY
      * COMPLETED SO A RESUBMISSION IS STOPPED AS A DUPLICATE RATHER
      * THAN TREATED AS A RECOVERY.
       350-MARK-RUN-COMPLETED.
           MOVE FUNCTION CURRENT-DATE  TO RUN-END-STAMP.
           OPEN I-O    RUN-CONTROL-FILE.
           MOVE SAVE-RUN-CONTROL-KEY   TO RL-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'ZBNKEXPR RUN NOT ON RUNCTL TO COMPLETE '
                           SAVE-RUN-CONTROL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'C'            TO RL-STATUS
                   MOVE RE-DATE        TO RL-END-DATE
                   MOVE RE-TIME        TO RL-END-TIME
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ZBNKEXPR RUN NOT MARKED COMPLETED '
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
                   DISPLAY 'ZBNKEXPR RUN NOT MARKED RECOVERED ON '
                           'RUNCTL ' RL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'ZBNKEXPR RUN ' RL-RUN-SEQ ' FOR BUSINESS '
                           'DATE ' RL-BUSINESS-DATE
                           ' MARKED RECOVERED'
           END-REWRITE.
