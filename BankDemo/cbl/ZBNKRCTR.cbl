      **************************************************************
      * Program:     ZBNKRCTR                                      *
      * Function:    DAILY RUN-CONTROL STATUS REPORT OVER THE       *
      *              RUNCTL LEDGER THE POSTING PROGRAMS (ZBNKREDM,  *
      *              ZBNKEXPR, ZBNKXMNT, ZBNKLOAD AND ZBNKGLPT)     *
      *              CHECK AT START-UP AND UPDATE AT COMPLETION.    *
      *              EVERY LEDGER ENTRY FOR THE BUSINESS DATE IS    *
      *              LISTED WITH ITS RUN NUMBER, STATUS, RECORD     *
      *              COUNT, HASH TOTAL AND TIMES, TOGETHER WITH ANY *
      *              RUN FROM AN EARLIER DATE THAT WAS STARTED BUT  *
      *              NEVER COMPLETED - A STEP THAT FAILED PART WAY  *
      *              AND STILL NEEDS RECOVERY.  A SUMMARY THEN      *
      *              SHOWS, FOR EACH POSTING JOB, WHETHER IT HAS    *
      *              COMPLETED FOR THE DATE, HOW MANY TIMES IT RAN  *
      *              AND THE LAST BUSINESS DATE IT COMPLETED.  THE  *
      *              BUSINESS DATE IS TODAY UNLESS THE PARM CARRIES *
      *              ONE (YYYYMMDD).  THE STEP ENDS WITH RETURN     *
      *              CODE 4 IF ANY RUN IS NOT COMPLETED.  A FAILED  *
      *              RUN THAT A LATER OVERRIDE RUN HAS RECOVERED    *
      *              SHOWS AS RECOVERED AND COUNTS AS CLOSED.  A    *
      *              PARM THAT IS NOT A YYYYMMDD DATE ENDS THE STEP *
      *              WITH RETURN CODE 8 BEFORE THE LEDGER IS READ.  *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKRCTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-KEY.
           SELECT REPORT-FILE      ASSIGN RCTLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               88  RL-CLOSED                 VALUE 'C' 'X'.
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
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DATA               VALUE 'Y'.
       01  GRAND-COUNTERS.
           05  CTR-ENTRIES-FOR-DATE    PIC 9(5) VALUE 0.
           05  CTR-NOT-COMPLETED       PIC 9(5) VALUE 0.
           05  CTR-UNKNOWN-PROGRAMS    PIC 9(5) VALUE 0.
      * ONE SLOT PER POSTING JOB THAT LOGS TO THE LEDGER, IN THE
      * ORDER THE NIGHT RUNS THEM.  THE SCHEDULE IS PRINTED SO A
      * MONTHLY OR ON-DEMAND JOB SHOWING NOT RUN IS NOT MISTAKEN FOR
      * A MISSED NIGHT.
       01  JOB-TABLE-CONTROLS.
           05  JT-SUB                  PIC 9(3) VALUE 0.
           05  JT-MATCH-SUB            PIC 9(3) VALUE 0.
           05  JT-FOUND-SW             PIC X VALUE 'N'.
               88  JT-ENTRY-FOUND            VALUE 'Y'.
       01  JOB-NAME-VALUES.
           05  FILLER                  PIC X(25)
                    VALUE 'ZBNKRDM ZBNKREDMDAILY    '.
           05  FILLER                  PIC X(25)
                    VALUE 'ZBNKXMT ZBNKXMNTON DEMAND'.
           05  FILLER                  PIC X(25)
                    VALUE 'ZBNKEXP ZBNKEXPRMONTHLY  '.
           05  FILLER                  PIC X(25)
                    VALUE 'ZBNKLYT ZBNKLOADNIGHTLY  '.
           05  FILLER                  PIC X(25)
                    VALUE 'ZBNKGLP ZBNKGLPTNIGHTLY  '.
       01  JOB-NAME-TABLE REDEFINES JOB-NAME-VALUES.
           05  JOB-NAME-ENTRY OCCURS 5 TIMES.
               10  JN-JOB              PIC X(08).
               10  JN-PROGRAM          PIC X(08).
               10  JN-SCHEDULE         PIC X(09).
       01  JOB-STATUS-TABLE.
           05  JT-ENTRY OCCURS 5 TIMES.
               10  JT-RUNS             PIC 9(02).
               10  JT-COMPLETED-RUNS   PIC 9(02).
               10  JT-LAST-COMPLETED   PIC X(08).
       01  SAVE-AREAS.
           05  REPORT-DATE             PIC X(08) VALUE SPACES.
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
               'R U N   C O N T R O L   S T A T U S'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  BUSINESS-DATE-LINE.
           05  FILLER                  PIC X(16)
                    VALUE ' BUSINESS DATE: '.
           05  BDL-DATE                PIC X(08).
       01  DETAIL-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(09) VALUE 'BUS DATE'.
           05  FILLER                  PIC X(03) VALUE 'RUN'.
           05  FILLER                  PIC X(13) VALUE ' STATUS'.
           05  FILLER                  PIC X(04) VALUE ' FLG'.
           05  FILLER                  PIC X(10) VALUE '   RECORDS'.
           05  FILLER                  PIC X(16)
                    VALUE '      HASH TOTAL'.
           05  FILLER                  PIC X(07) VALUE ' START'.
           05  FILLER                  PIC X(06) VALUE ' END'.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-PROGRAM              PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-BUSINESS-DATE        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-RUN-SEQ              PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  DL-STATUS               PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-FLAG                 PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-RECORD-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-HASH-TOTAL           PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-START-TIME           PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-END-TIME             PIC X(6).
       01  FLAG-LEGEND-LINE.
           05  FILLER                  PIC X(39) VALUE
               ' FLG: OVR = RUN BY OVERRIDE (ANY TYPE),'.
           05  FILLER                  PIC X(20) VALUE
               ' RLD = MASTER RELOAD'.
       01  STATUS-LEGEND-LINE.
           05  FILLER                  PIC X(51) VALUE
               ' RECOVERED = FAILED RUN CLOSED BY A LATER OVERRIDE'.
       01  SUMMARY-HEADING.
           05  FILLER                  PIC X(11) VALUE ' JOB'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(11) VALUE 'SCHEDULE'.
           05  FILLER                  PIC X(14) VALUE 'STATUS'.
           05  FILLER                  PIC X(06) VALUE 'RUNS'.
           05  FILLER                  PIC X(14) VALUE 'LAST COMPLETED'.
       01  SUMMARY-LINE.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SL-JOB                  PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  SL-PROGRAM              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  SL-SCHEDULE             PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  SL-STATUS               PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACE.
           05  SL-RUNS                 PIC Z9.
           05  FILLER                  PIC X(4) VALUE SPACE.
           05  SL-LAST-COMPLETED       PIC X(8).
       01  ENTRIES-FOR-DATE-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' LEDGER ENTRIES FOR THE DATE ....... '.
           05  EDL-COUNT               PIC ZZZZ9.
       01  NOT-COMPLETED-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' RUNS NOT COMPLETED (ANY DATE) ..... '.
           05  NCL-COUNT               PIC ZZZZ9.
       01  UNKNOWN-PROGRAMS-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' ENTRIES FOR UNLISTED PROGRAMS ..... '.
           05  UPL-COUNT               PIC ZZZZ9.
       LINKAGE SECTION.
       01  PARM-INFO.
           05  PARM-LENGTH             PIC S9(4) COMP.
           05  PARM-DATA               PIC X(08).
       PROCEDURE DIVISION USING PARM-INFO.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-LIST-AN-ENTRY UNTIL END-OF-DATA.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKRCTR'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           MOVE TS-DATE                TO REPORT-DATE.
           IF PARM-LENGTH > ZERO
               IF PARM-LENGTH NOT < 8
                  AND PARM-DATA IS NUMERIC
                   MOVE PARM-DATA      TO REPORT-DATE
               ELSE
                   DISPLAY 'ZBNKRCTR REPORT DATE IN PARM IS NOT '
                           'YYYYMMDD ' PARM-DATA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 110-INIT-JOB-ENTRY
               VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > 5.
           OPEN INPUT  RUN-CONTROL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADING-1              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-2              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE REPORT-DATE            TO BDL-DATE.
           MOVE BUSINESS-DATE-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SPACES                 TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE DETAIL-HEADING         TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 230-READ-A-RECORD.
       110-INIT-JOB-ENTRY.
           MOVE ZERO                   TO JT-RUNS(JT-SUB).
           MOVE ZERO                   TO JT-COMPLETED-RUNS(JT-SUB).
           MOVE SPACES                 TO JT-LAST-COMPLETED(JT-SUB).
      * THE LEDGER IS IN PROGRAM/BUSINESS DATE/RUN ORDER.  AN ENTRY
      * IS LISTED IF IT IS FOR THE BUSINESS DATE, OR IF IT IS STILL
      * OPEN - NEITHER COMPLETED NOR RECOVERED - WHATEVER ITS DATE.
      * THE ONE-TIME PRIMING RECORD (BLANK PROGRAM) IS SKIPPED.
       200-LIST-AN-ENTRY.
           IF RL-PROGRAM NOT = SPACES
               PERFORM 210-ACCUM-JOB-STATUS
               IF RL-BUSINESS-DATE = REPORT-DATE
                   ADD 1 TO CTR-ENTRIES-FOR-DATE
               END-IF
               IF NOT RL-CLOSED
                   ADD 1 TO CTR-NOT-COMPLETED
               END-IF
               IF RL-BUSINESS-DATE = REPORT-DATE
                 OR NOT RL-CLOSED
                   PERFORM 220-PRINT-AN-ENTRY
               END-IF
           END-IF.
           PERFORM 230-READ-A-RECORD.
       210-ACCUM-JOB-STATUS.
           MOVE 'N' TO JT-FOUND-SW.
           MOVE 0   TO JT-MATCH-SUB.
           PERFORM 215-FIND-JOB-ENTRY
               VARYING JT-SUB FROM 1 BY 1
               UNTIL JT-SUB > 5 OR JT-ENTRY-FOUND.
           IF JT-ENTRY-FOUND
               IF RL-BUSINESS-DATE = REPORT-DATE
                   ADD 1 TO JT-RUNS(JT-MATCH-SUB)
                   IF RL-CLOSED
                       ADD 1 TO JT-COMPLETED-RUNS(JT-MATCH-SUB)
                   END-IF
               END-IF
               IF RL-COMPLETED
                 AND RL-BUSINESS-DATE NOT > REPORT-DATE
                   MOVE RL-BUSINESS-DATE
                                 TO JT-LAST-COMPLETED(JT-MATCH-SUB)
               END-IF
           ELSE
               ADD 1 TO CTR-UNKNOWN-PROGRAMS
           END-IF.
       215-FIND-JOB-ENTRY.
           IF JN-PROGRAM(JT-SUB) = RL-PROGRAM
               MOVE 'Y'    TO JT-FOUND-SW
               MOVE JT-SUB TO JT-MATCH-SUB
           END-IF.
       220-PRINT-AN-ENTRY.
           MOVE RL-PROGRAM             TO DL-PROGRAM.
           MOVE RL-BUSINESS-DATE       TO DL-BUSINESS-DATE.
           MOVE RL-RUN-SEQ             TO DL-RUN-SEQ.
           EVALUATE TRUE
               WHEN RL-COMPLETED
                   MOVE 'COMPLETED'    TO DL-STATUS
               WHEN RL-RECOVERED
                   MOVE 'RECOVERED'    TO DL-STATUS
               WHEN OTHER
                   MOVE 'NOT COMPLETE' TO DL-STATUS
           END-EVALUATE.
      * AN OVERRIDE IS THE EXCEPTION OPERATIONS HAS TO ACCOUNT FOR, SO
      * IT WINS OVER RLD WHEN A RELOAD WAS ALSO RUN BY OVERRIDE.
           MOVE SPACES                 TO DL-FLAG.
           IF RL-RELOAD-RUN
               MOVE 'RLD'              TO DL-FLAG
           END-IF.
           IF RL-OVERRIDE = 'Y'
               MOVE 'OVR'              TO DL-FLAG
           END-IF.
           MOVE RL-RECORD-COUNT        TO DL-RECORD-COUNT.
           MOVE RL-HASH-TOTAL          TO DL-HASH-TOTAL.
           MOVE RL-START-TIME          TO DL-START-TIME.
           MOVE RL-END-TIME            TO DL-END-TIME.
           MOVE DETAIL-LINE            TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
       230-READ-A-RECORD.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
       300-WRAP-UP.
           MOVE SPACES                 TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE FLAG-LEGEND-LINE       TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE STATUS-LEGEND-LINE     TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SPACES                 TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE SUMMARY-HEADING        TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           PERFORM 310-PRINT-JOB-STATUS
               VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > 5.
           MOVE SPACES                 TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-ENTRIES-FOR-DATE   TO EDL-COUNT.
           MOVE ENTRIES-FOR-DATE-LINE  TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-NOT-COMPLETED      TO NCL-COUNT.
           MOVE NOT-COMPLETED-LINE     TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           MOVE CTR-UNKNOWN-PROGRAMS   TO UPL-COUNT.
           MOVE UNKNOWN-PROGRAMS-LINE  TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
           CLOSE RUN-CONTROL-FILE REPORT-FILE.
           IF CTR-NOT-COMPLETED > ZERO
               DISPLAY 'ZBNKRCTR RUNS NOT COMPLETED ON RUNCTL: '
                       CTR-NOT-COMPLETED
               MOVE 4 TO RETURN-CODE
           END-IF.
      * A JOB IS COMPLETED FOR THE DATE ONLY IF EVERY RUN LOGGED FOR
      * IT THAT DATE IS CLOSED - COMPLETED, OR RECOVERED BY A LATER
      * OVERRIDE RUN THAT ITSELF COMPLETED.  AN OVERRIDE RUN THAT IS
      * STILL OPEN DOES NOT HIDE AN EARLIER ONE THAT FAILED PART WAY.
       310-PRINT-JOB-STATUS.
           MOVE JN-JOB(JT-SUB)         TO SL-JOB.
           MOVE JN-PROGRAM(JT-SUB)     TO SL-PROGRAM.
           MOVE JN-SCHEDULE(JT-SUB)    TO SL-SCHEDULE.
           EVALUATE TRUE
               WHEN JT-RUNS(JT-SUB) = ZERO
                   MOVE 'NOT RUN'      TO SL-STATUS
               WHEN JT-COMPLETED-RUNS(JT-SUB) = JT-RUNS(JT-SUB)
                   MOVE 'COMPLETED'    TO SL-STATUS
               WHEN OTHER
                   MOVE 'NOT COMPLETE' TO SL-STATUS
           END-EVALUATE.
           MOVE JT-RUNS(JT-SUB)        TO SL-RUNS.
           MOVE JT-LAST-COMPLETED(JT-SUB) TO SL-LAST-COMPLETED.
           IF JT-LAST-COMPLETED(JT-SUB) = SPACES
               MOVE 'NEVER'            TO SL-LAST-COMPLETED
           END-IF.
           MOVE SUMMARY-LINE           TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT.
