      *              AGAINST THE REDSAV10 UNLOAD ZBNKRSAV TOOK OF   *
      *              THE OUTGOING CLUSTER'S REDEEMED/ADJUSTMENT     *
      *              TOTALS.                                        *
      *                                                            *
      *              EVERY RUN IS LOGGED ON THE RUN-CONTROL LEDGER  *
      *              (RUNCTL) BEFORE THE MASTER IS OPENED, WITH THE *
      *              CRMX10 RECORD COUNT AND HASH TOTAL, AND MARKED *
      *              COMPLETED ONLY AFTER ITS OUTPUTS ARE CLOSED.   *
      *              A SECOND UPDATE RUN FOR THE SAME BUSINESS DATE *
      *              STOPS THE STEP WITH RC 8 UNLESS PARM COLUMNS   *
      *              9-16 CARRY 'OVERRIDE'.  THE BUSINESS DATE IS   *
      *              THE RUN DATE UNLESS PARM COLUMNS 17-24 CARRY   *
      *              ONE (YYYYMMDD).  WHEN AN OVERRIDE RUN          *
      *              COMPLETES, ANY EARLIER RUN FOR THE SAME        *
      *              BUSINESS DATE STILL MARKED STARTED IS MARKED   *
      *              RECOVERED.  THE EXTRACT IS A FULL CRM SNAPSHOT *
      *              THAT CAN LEGITIMATELY COME OUT THE SAME ON A   *
      *              QUIET NIGHT, SO A REPEATED INPUT IS NOT        *
      *              STOPPED, AND A RELOAD IS LOGGED BUT NEVER      *
      *              STOPPED.                                       *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKLOAD.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN LOYJRNL
               ORGANIZATION IS SEQUENTIAL.
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
       FD  CRM-EXTRACT-FILE.
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  JR-BEFORE-IMAGE         PIC X(56).
           05  JR-AFTER-IMAGE          PIC X(56).
           05  FILLER                  PIC X(05).
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
               10 DATE-YEAR            PIC X(04) VALUE SPACES.
               10 DATE-MONTH           PIC X(02) VALUE SPACES.
               10 DATE-DAY             PIC X(02) VALUE SPACES.
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
       01  RECOVERY-JOURNAL-AREAS.
           05  BEFORE-IMAGE-WORK       PIC X(56) VALUE SPACES.
           05  AFTER-IMAGE-WORK        PIC X(56) VALUE SPACES.
           05  FILLER                  PIC X(33)
                    VALUE ' RECORDS LOADED (FULL RELOAD) .. '.
           05  LTL-COUNT               PIC ZZZZZZ9.
      * RUN-CONTROL LEDGER (RUNCTL) WORK AREAS.  THE CRMX10 INPUT IS
      * IDENTIFIED ON THE LEDGER BY ITS RECORD COUNT AND A HASH TOTAL
      * OF EVERY BYTE WEIGHTED BY ITS COLUMN.
       01  RUN-CONTROL-AREAS.
           05  SW-END-OF-HASH-INPUT    PIC X VALUE 'N'.
               88  END-OF-HASH-INPUT         VALUE 'Y'.
           05  SW-END-OF-LEDGER        PIC X VALUE 'N'.
               88  END-OF-LEDGER             VALUE 'Y'.
           05  SW-RUN-OVERRIDE         PIC X VALUE 'N'.
               88  RUN-OVERRIDE              VALUE 'Y'.
           05  SW-SAME-DATE-FOUND      PIC X VALUE 'N'.
               88  SAME-DATE-FOUND           VALUE 'Y'.
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
           05  HASH-BYTE               PIC X OCCURS 70 TIMES.
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
           END-IF.
           MOVE 'ZBNKLOAD'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           PERFORM 110-LOAD-TIER-TABLE.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           PERFORM 150-CHECK-RUN-CONTROL.
           OPEN INPUT  CRM-EXTRACT-FILE.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE MODE-LINE              TO LOAD-REPORT-LINE-OUT
           WRITE LOAD-REPORT-LINE-OUT
           PERFORM 210-READ-A-RECORD.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       110-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 111-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKLOAD NO TIER TABLE IN EFFECT FOR '
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
      * CRMX10 INPUT IS COUNTED AND HASH-TOTALLED AND THE LEDGER
      * (RUNCTL) IS SEARCHED FOR AN EARLIER UPDATE RUN OF THIS
      * PROGRAM FOR THE SAME BUSINESS DATE, WHICH STOPS AN UPDATE RUN
      * UNLESS PARM COLUMNS 9-16 CARRY 'OVERRIDE'.  THE EXTRACT IS A
      * FULL SNAPSHOT THAT CAN REPEAT ON A QUIET NIGHT, SO ITS COUNT
      * AND HASH TOTAL ARE LOGGED BUT NOT MATCHED, AND A RELOAD -
      * WHICH REBUILDS THE MASTER OUTRIGHT - IS NEVER STOPPED.
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
                       DISPLAY 'ZBNKLOAD BUSINESS DATE IN PARM '
                               'COLUMNS 17-24 IS NOT YYYYMMDD '
                               PARM-BUSINESS-DATE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT  CRM-EXTRACT-FILE.
           PERFORM 151-HASH-INPUT-RECORD UNTIL END-OF-HASH-INPUT.
           CLOSE CRM-EXTRACT-FILE.
           IF PARM-LENGTH NOT < 16
               IF PARM-OVERRIDE = 'OVERRIDE'
                   MOVE 'Y' TO SW-RUN-OVERRIDE
               END-IF
           END-IF.
           OPEN I-O    RUN-CONTROL-FILE.
           PERFORM 155-SCAN-RUN-CONTROL.
           IF SAME-DATE-FOUND AND UPDATE-MODE
               IF RUN-OVERRIDE
                   DISPLAY 'ZBNKLOAD DUPLICATE RUN ALLOWED BY OVERRIDE'
               ELSE
                   DISPLAY 'ZBNKLOAD DUPLICATE RUN - STEP STOPPED, '
                           'NOTHING POSTED'
                   DISPLAY 'ZBNKLOAD RECOVER ANY RUN NOT COMPLETED, '
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
           READ CRM-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-HASH-INPUT
               NOT AT END
                   ADD 1 TO RUN-INPUT-COUNT
                   MOVE CRM-EXTRACT-RECORD TO HASH-RECORD-WORK
                   PERFORM 152-ADD-BYTE-TO-HASH
                       VARYING HASH-SUB FROM 1 BY 1
                       UNTIL HASH-SUB > 70
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
           MOVE 'ZBNKLOAD'             TO RL-PROGRAM.
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
                   IF RL-PROGRAM NOT = 'ZBNKLOAD'
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
                   DISPLAY 'ZBNKLOAD ALREADY RUN FOR BUSINESS DATE '
                           RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                           RUN-STATUS-TEXT
               END-IF
           END-IF.
       159-WRITE-RUN-STARTED.
           MOVE SPACES                 TO RUN-CONTROL-RECORD.
           MOVE 'ZBNKLOAD'             TO RL-PROGRAM.
           MOVE RUN-BUSINESS-DATE      TO RL-BUSINESS-DATE.
           ADD 1 TO RUN-SEQ-WORK
               ON SIZE ERROR
                   DISPLAY 'ZBNKLOAD NO RUN NUMBER LEFT ON RUNCTL FOR '
                           RUN-BUSINESS-DATE
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ADD.
           MOVE RUN-SEQ-WORK           TO RL-RUN-SEQ.
           MOVE 'S'                    TO RL-STATUS.
           IF RELOAD-MODE
               MOVE 'R'                TO RL-RUN-TYPE
           ELSE
               MOVE 'P'                TO RL-RUN-TYPE
           END-IF.
           MOVE SW-RUN-OVERRIDE        TO RL-OVERRIDE.
           MOVE 'CRMX10'               TO RL-INPUT-NAME.
           MOVE RUN-INPUT-COUNT        TO RL-RECORD-COUNT.
           MOVE RUN-INPUT-HASH         TO RL-HASH-TOTAL.
           MOVE RS-TIME                TO RL-START-TIME.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ZBNKLOAD CANNOT LOG THE RUN ON RUNCTL '
                           RL-KEY
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE RL-KEY                 TO SAVE-RUN-CONTROL-KEY.
      * BOTH THE EXTRACT AND THE MASTER ARE IN ASCENDING CUSTOMER-
      * NUMBER ORDER, SO ONE BALANCED FORWARD PASS CLASSIFIES EVERY
      * CUSTOMER: ON THE MASTER ONLY - DELETED (LEFT THE EXTRACT);
           MOVE CRX-BRANCH-CODE        TO LM-BRANCH-CODE.
           PERFORM 230-CLASSIFY-LOYALTY-TIER.
       230-CLASSIFY-LOYALTY-TIER.
           MOVE LM-LOYALTY-PTS         TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 231-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO LM-TIER.
       231-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       400-RELOAD-RECORDS.
           IF CRX-CUSTOMER-NUMBER = PREV-CRX-NUMBER
               PERFORM 260-REJECT-DUPLICATE
           PERFORM 320-WRITE-CYCLE-CONTROL.
           CLOSE CRM-EXTRACT-FILE LOYALTY-MASTER-FILE
                 RECOVERY-JOURNAL-FILE LOAD-REPORT-FILE.
           PERFORM 350-MARK-RUN-COMPLETED.
      * ONE CONTROL RECORD PER POINT INTERFACE, APPENDED AT WRAP-UP,
      * SO THE END-OF-CYCLE BALANCING STEP (ZBNKBAL) CAN PROVE THE
      * EXTRACT POINTS ZBNKLYTY WROTE ALL ARRIVED HERE AND LANDED
           MOVE ACCUM-MASTER-OUT-PTS   TO CC-POINTS.
           WRITE CYCLE-CONTROL-RECORD.
           CLOSE CYCLE-CONTROL-FILE.
      * THE OUTPUTS ARE CLOSED - MARK THIS RUN'S LEDGER ENTRY
      * COMPLETED SO A RESUBMISSION IS STOPPED AS A DUPLICATE RATHER
      * THAN TREATED AS A RECOVERY.
       350-MARK-RUN-COMPLETED.
           MOVE FUNCTION CURRENT-DATE  TO RUN-END-STAMP.
           OPEN I-O    RUN-CONTROL-FILE.
           MOVE SAVE-RUN-CONTROL-KEY   TO RL-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'ZBNKLOAD RUN NOT ON RUNCTL TO COMPLETE '
                           SAVE-RUN-CONTROL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'C'            TO RL-STATUS
                   MOVE RE-DATE        TO RL-END-DATE
                   MOVE RE-TIME        TO RL-END-TIME
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ZBNKLOAD RUN NOT MARKED COMPLETED '
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
                   DISPLAY 'ZBNKLOAD RUN NOT MARKED RECOVERED ON '
                           'RUNCTL ' RL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'ZBNKLOAD RUN ' RL-RUN-SEQ ' FOR BUSINESS '
                           'DATE ' RL-BUSINESS-DATE
                           ' MARKED RECOVERED'
           END-REWRITE.
