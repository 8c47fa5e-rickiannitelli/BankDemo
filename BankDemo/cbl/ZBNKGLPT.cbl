      *              ZBNKEMNT'S EARN POINTS ADDED/CANCELLED,        *
      *              ZBNKEXPR'S POINTS EXPIRED THIS RUN (THE        *
      *              EXPREG FIGURE), ZBNKREDM'S ALL-BRANCHES        *
      *              POSTED POINTS LESS REVERSED POINTS (THE REDR10 *
      *              FIGURES) - WITH A                              *
      *              BALANCED/OUT-OF-BALANCE OUTCOME ON EVERY       *
      *              LINE, SO FINANCE READS A PROVEN TIE-OUT        *
      *              INSTEAD OF DOING ONE BY EYE.  THE ADJUSTMENT   *
      *              ON THE VERY FIRST RUN (EMPTY PRIOR SAVE) THE   *
      *              ENTIRE OUTSTANDING POSITION POSTS AS OPENING   *
      *              ENTRIES, WHICH IS THE TRUTH.                   *
      *              EVERY RUN IS CHECKED AGAINST THE RUN-CONTROL   *
      *              LEDGER (RUNCTL) BEFORE ANYTHING IS POSTED: A   *
      *              SECOND RUN FOR THE SAME BUSINESS DATE, OR OF   *
      *              THE SAME GLCTL INPUT (SAME RECORD COUNT AND    *
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
       PROGRAM-ID.   ZBNKGLPT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-CONTROL-FILE  ASSIGN GLCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN-FILE.
           05  GC-RUN-TIME             PIC X(06).
           05  GC-POINTS               PIC 9(09).
           05  FILLER                  PIC X(21).
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
           05  SW-END-OF-HISTORY       PIC X VALUE 'N'.
           05  REG-EARNCANC-PTS        PIC 9(9) VALUE 0.
           05  REG-EARN-NET-PTS        PIC S9(9) VALUE 0.
           05  REG-RDMPOST-PTS         PIC 9(9) VALUE 0.
           05  REG-RDMVOID-PTS         PIC 9(9) VALUE 0.
           05  REG-RDM-NET-PTS         PIC S9(9) VALUE 0.
           05  REG-EXPMOVE-PTS         PIC 9(9) VALUE 0.
           05  REG-TIE-POINTS-WORK     PIC S9(9) VALUE 0.
           05  CTR-GLCTL-READ          PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(42)
                    VALUE ' BRANCH ENTRIES NOT TRACKED (TABLE FULL) '.
           05  BDL-COUNT               PIC ZZZ.
      * RUN-CONTROL LEDGER (RUNCTL) WORK AREAS.  THE GLCTL INPUT IS
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
           IF PARM-RATE-DIGITS IS NUMERIC
               MOVE PARM-RATE-NUM      TO CENTS-PER-POINT
           END-IF.
           PERFORM 150-CHECK-RUN-CONTROL.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN INPUT  LOYALTY-MASTER-FILE.
           OPEN INPUT  PRIOR-SAVE-FILE.
           CLOSE GL-CONTROL-FILE.
           MOVE REG-EARNADD-PTS        TO REG-EARN-NET-PTS.
           SUBTRACT REG-EARNCANC-PTS FROM REG-EARN-NET-PTS.
           MOVE REG-RDMPOST-PTS        TO REG-RDM-NET-PTS.
           SUBTRACT REG-RDMVOID-PTS FROM REG-RDM-NET-PTS.
       121-LOAD-GL-ENTRY.
           READ GL-CONTROL-FILE
               AT END
                           ADD GC-POINTS TO REG-EARNCANC-PTS
                       WHEN 'RDMPOST'
                           ADD GC-POINTS TO REG-RDMPOST-PTS
                       WHEN 'RDMVOID'
                           ADD GC-POINTS TO REG-RDMVOID-PTS
                       WHEN 'EXPMOVE'
                           ADD GC-POINTS TO REG-EXPMOVE-PTS
                       WHEN OTHER
                           ADD 1 TO CTR-GLCTL-UNKNOWN
                   END-EVALUATE
           END-READ.
      * RUN CONTROL - BEFORE ANYTHING IS OPENED FOR UPDATE, THE
      * GLCTL INPUT IS COUNTED AND HASH-TOTALLED AND THE LEDGER
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
                       DISPLAY 'ZBNKGLPT BUSINESS DATE IN PARM '
                               'COLUMNS 17-24 IS NOT YYYYMMDD '
                               PARM-BUSINESS-DATE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT  GL-CONTROL-FILE.
           PERFORM 151-HASH-INPUT-RECORD UNTIL END-OF-HASH-INPUT.
           CLOSE GL-CONTROL-FILE.
           IF PARM-LENGTH NOT < 16
               IF PARM-OVERRIDE = 'OVERRIDE'
                   MOVE 'Y' TO SW-RUN-OVERRIDE
               END-IF
           END-IF.
           OPEN I-O    RUN-CONTROL-FILE.
           PERFORM 155-SCAN-RUN-CONTROL.
           IF SAME-DATE-FOUND OR SAME-INPUT-FOUND
               IF RUN-OVERRIDE
                   DISPLAY 'ZBNKGLPT DUPLICATE RUN ALLOWED BY OVERRIDE'
               ELSE
                   DISPLAY 'ZBNKGLPT DUPLICATE RUN - STEP STOPPED, '
                           'NOTHING POSTED'
                   DISPLAY 'ZBNKGLPT RECOVER ANY RUN NOT COMPLETED, '
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
           READ GL-CONTROL-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-HASH-INPUT
               NOT AT END
                   ADD 1 TO RUN-INPUT-COUNT
                   MOVE GL-CONTROL-RECORD TO HASH-RECORD-WORK
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
           MOVE 'ZBNKGLPT'             TO RL-PROGRAM.
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
                   IF RL-PROGRAM NOT = 'ZBNKGLPT'
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
                   DISPLAY 'ZBNKGLPT ALREADY RUN FOR BUSINESS DATE '
                           RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                           RUN-STATUS-TEXT
               END-IF
           END-IF.
           IF RUN-INPUT-COUNT > ZERO
             AND RL-POSTING-RUN
             AND RL-RECORD-COUNT = RUN-INPUT-COUNT
             AND RL-HASH-TOTAL = RUN-INPUT-HASH
               MOVE 'Y' TO SW-SAME-INPUT-FOUND
               DISPLAY 'ZBNKGLPT SAME GLCTL INPUT ALREADY RUN ON '
                       RL-BUSINESS-DATE ' RUN ' RL-RUN-SEQ ' '
                       RUN-STATUS-TEXT
           END-IF.
       159-WRITE-RUN-STARTED.
           MOVE SPACES                 TO RUN-CONTROL-RECORD.
           MOVE 'ZBNKGLPT'             TO RL-PROGRAM.
           MOVE RUN-BUSINESS-DATE      TO RL-BUSINESS-DATE.
           ADD 1 TO RUN-SEQ-WORK
               ON SIZE ERROR
                   DISPLAY 'ZBNKGLPT NO RUN NUMBER LEFT ON RUNCTL FOR '
                           RUN-BUSINESS-DATE
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-ADD.
           MOVE RUN-SEQ-WORK           TO RL-RUN-SEQ.
           MOVE 'S'                    TO RL-STATUS.
           MOVE 'P'                    TO RL-RUN-TYPE.
           MOVE SW-RUN-OVERRIDE        TO RL-OVERRIDE.
           MOVE 'GLCTL'                TO RL-INPUT-NAME.
           MOVE RUN-INPUT-COUNT        TO RL-RECORD-COUNT.
           MOVE RUN-INPUT-HASH         TO RL-HASH-TOTAL.
           MOVE RS-TIME                TO RL-START-TIME.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ZBNKGLPT CANNOT LOG THE RUN ON RUNCTL '
                           RL-KEY
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE RL-KEY                 TO SAVE-RUN-CONTROL-KEY.
       200-ACCUM-HISTORY-RECORD.
           MOVE HI-BRANCH-CODE         TO BT-SEARCH-BRANCH.
           PERFORM 240-FIND-OR-ADD-BRANCH.
           MOVE GT-REDEEMED-PTS        TO STL-POINTS.
           MOVE GT-REDEEMED-PTS        TO GRAND-PTS-WORK.
           PERFORM 310-PRICE-GRAND-TOTAL.
           MOVE ' REDR10 POSTED LESS REVERSED POINTS  '
               TO RTB-CAPTION.
           MOVE REG-RDM-NET-PTS        TO REG-TIE-POINTS-WORK.
           PERFORM 315-PRINT-REGISTER-TIE.
           MOVE ' POINTS EXPIRED THIS CYCLE ......... '
               TO STL-CAPTION.
           CLOSE HISTORY-IN-FILE LOYALTY-MASTER-FILE
                 PRIOR-SAVE-FILE NEW-SAVE-FILE
                 POSTING-FILE PROOF-FILE.
           PERFORM 350-MARK-RUN-COMPLETED.
      * ONE REGISTER-SIDE LINE UNDER EACH POSTING TOTAL: THE FIGURE
      * THE CYCLE'S OWN PROGRAM LOGGED, AND WHETHER THE TWO AGREE.
      * THE POSTING TOTAL TO COMPARE IS STILL IN GRAND-PTS-WORK
           MOVE AMOUNT-WORK            TO STL-AMOUNT.
           MOVE SOURCE-TOTAL-LINE      TO PROOF-LINE-OUT.
           WRITE PROOF-LINE-OUT.
      * THE OUTPUTS ARE CLOSED - MARK THIS RUN'S LEDGER ENTRY
      * COMPLETED SO A RESUBMISSION IS STOPPED AS A DUPLICATE RATHER
      * THAN TREATED AS A RECOVERY.
       350-MARK-RUN-COMPLETED.
           MOVE FUNCTION CURRENT-DATE  TO RUN-END-STAMP.
           OPEN I-O    RUN-CONTROL-FILE.
           MOVE SAVE-RUN-CONTROL-KEY   TO RL-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'ZBNKGLPT RUN NOT ON RUNCTL TO COMPLETE '
                           SAVE-RUN-CONTROL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'C'            TO RL-STATUS
                   MOVE RE-DATE        TO RL-END-DATE
                   MOVE RE-TIME        TO RL-END-TIME
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ZBNKGLPT RUN NOT MARKED COMPLETED '
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
                   DISPLAY 'ZBNKGLPT RUN NOT MARKED RECOVERED ON '
                           'RUNCTL ' RL-KEY
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'ZBNKGLPT RUN ' RL-RUN-SEQ ' FOR BUSINESS '
                           'DATE ' RL-BUSINESS-DATE
                           ' MARKED RECOVERED'
           END-REWRITE.
