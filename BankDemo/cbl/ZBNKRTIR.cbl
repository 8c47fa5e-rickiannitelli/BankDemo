      **************************************************************
      * Program:     ZBNKRTIR                                      *
      * Function:    RE-TIER RUN.  RECLASSIFY EVERY CUSTOMER ON THE *
      *              ONLINE LOYALTY MASTER (LOYMSTR) AGAINST THE    *
      *              SHARED TIER TABLE (TIERTAB) AFTER MARKETING    *
      *              CHANGES THE BREAKPOINTS, SO A NEW TABLE TAKES  *
      *              EFFECT FOR EVERY CUSTOMER AT ONCE INSTEAD OF   *
      *              ONE CUSTOMER AT A TIME AS BALANCES NEXT MOVE.  *
      *              THE TABLE IN EFFECT IS THE LATEST TIERTAB      *
      *              RECORD WHOSE EFFECTIVE DATE IS NOT AFTER THE   *
      *              RUN DATE - OR AFTER THE YYYYMMDD DATE GIVEN IN *
      *              THE PARM, SO A TABLE LOADED AHEAD OF ITS START *
      *              DATE CAN BE APPLIED THE NIGHT BEFORE.  THE     *
      *              TABLE IS EDITED HARDER HERE THAN IN THE DAILY  *
      *              PROGRAMS (EVERY TIER NAMED, FLOORS NUMERIC AND *
      *              STRICTLY ASCENDING) AND A TABLE THAT FAILS IS  *
      *              REPORTED WITH RETURN CODE 8 AND NO CUSTOMER IS *
      *              TOUCHED.  RUN WITH PARM='EDITONLY' IT INSTEAD  *
      *              EDITS THE NEW TABLE CARD (TNEWIN) BEFORE THE   *
      *              CARD IS LOADED TO TIERTAB, PRINTS IT, AND      *
      *              TOUCHES NO FILE - A CARD THAT FAILS ENDS THE   *
      *              STEP WITH RETURN CODE 8 SO THE LOAD IS SKIPPED *
      *              AND THE DAILY PROGRAMS NEVER SEE IT.  EACH     *
      *              CUSTOMER WHOSE TIER CHANGES IS REWRITTEN AND   *
      *              LOGGED TO THE RECOVERY JOURNAL (LOYJRNL).  THE *
      *              RE-TIER REPORT (RTIRRPT) LISTS THE TABLE       *
      *              APPLIED, THE COUNT OF CUSTOMERS MOVED FOR      *
      *              EVERY OLD/NEW TIER PAIR, AND THE               *
      *              READ/MOVED/UP/DOWN TOTALS.  A CUSTOMER WHOSE   *
      *              OLD TIER NAME IS NOT IN THE NEW TABLE (A       *
      *              RETIRED TIER) IS COUNTED AS MOVED FROM A       *
      *              RETIRED TIER RATHER THAN UP OR DOWN.  A        *
      *              PARM THAT IS NEITHER EDITONLY NOR A NUMERIC    *
      *              DATE ENDS THE STEP WITH RETURN CODE 8 BEFORE   *
      *              ANY FILE IS OPENED.                            *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKRTIR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
           SELECT LOYALTY-MASTER-FILE ASSIGN LOYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-CUSTOMER-NUMBER.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN LOYJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE    ASSIGN RTIRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIER-CARD-FILE ASSIGN TNEWIN
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIER-TABLE-FILE.
       01  TIER-TABLE-RECORD.
           05  TT-EFFECTIVE-DATE       PIC X(08).
           05  TT-TIER-COUNT           PIC 9(01).
           05  TT-TIER-ENTRY OCCURS 5 TIMES.
               10  TT-TIER-NAME        PIC X(08).
               10  TT-TIER-FLOOR       PIC 9(04).
           05  FILLER                  PIC X(11).
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
       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           05  JR-PROGRAM              PIC X(08).
           05  JR-RUN-DATE             PIC X(08).
           05  JR-RUN-TIME             PIC X(06).
           05  JR-ACTION               PIC X(01).
           05  JR-BEFORE-IMAGE         PIC X(56).
           05  JR-AFTER-IMAGE          PIC X(56).
           05  FILLER                  PIC X(05).
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       FD  TIER-CARD-FILE.
       01  TIER-CARD-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-MASTER        PIC X VALUE 'N'.
               88  END-OF-MASTER             VALUE 'Y'.
           05  SW-TIER-TABLE-VALID     PIC X VALUE 'N'.
               88  TIER-TABLE-VALID          VALUE 'Y'.
           05  SW-EDIT-ONLY-RUN        PIC X VALUE 'N'.
               88  EDIT-ONLY-RUN             VALUE 'Y'.
       01  RETIER-COUNTERS.
           05  CTR-CUSTOMERS-READ      PIC 9(7) VALUE 0.
           05  CTR-CUSTOMERS-MOVED     PIC 9(7) VALUE 0.
           05  CTR-MOVED-UP            PIC 9(7) VALUE 0.
           05  CTR-MOVED-DOWN          PIC 9(7) VALUE 0.
           05  CTR-MOVED-FROM-RETIRED  PIC 9(7) VALUE 0.
           05  CTR-UNCHANGED           PIC 9(7) VALUE 0.
       01  WORK-AREAS.
           05  RETIER-AS-OF-DATE       PIC X(08) VALUE SPACES.
           05  OLD-TIER-SUB            PIC 9(3) VALUE 0.
           05  TIER-REJECT-REASON      PIC X(40) VALUE SPACES.
           05  BEFORE-IMAGE-WORK       PIC X(56) VALUE SPACES.
           05  TIMESTAMP-WS.
               10  TS-DATE             PIC X(08) VALUE SPACES.
               10  TS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  DATE-WS.
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
      * MOVEMENT COUNTS BY OLD TIER (ROWS 1-5 BY POSITION IN THE
      * TABLE APPLIED, ROW 6 FOR AN OLD TIER NAME THE TABLE NO
      * LONGER CARRIES) AND NEW TIER (COLUMNS 1-5).
       01  MOVEMENT-MATRIX.
           05  MM-OLD-ROW OCCURS 6 TIMES.
               10  MM-COUNT            PIC 9(7) VALUE 0
                                       OCCURS 5 TIMES.
       01  MOVEMENT-SUBSCRIPTS.
           05  MM-OLD-SUB              PIC 9(3) VALUE 0.
           05  MM-NEW-SUB              PIC 9(3) VALUE 0.
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
           05  FILLER                  PIC X(47) VALUE
               'L O Y M S T R   R E - T I E R   R U N'.
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  TABLE-HEADING-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' TIER TABLE APPLIED - EFFECTIVE  '.
           05  THL-EFFECTIVE-DATE      PIC X(08).
           05  FILLER                  PIC X(11)
                    VALUE '  AS OF    '.
           05  THL-AS-OF-DATE          PIC X(08).
       01  CARD-HEADING-LINE.
           05  FILLER                  PIC X(38)
                    VALUE ' TIER TABLE CARD ACCEPTED - EFFECTIVE '.
           05  CHL-EFFECTIVE-DATE      PIC X(08).
       01  TABLE-ENTRY-LINE.
           05  FILLER                  PIC X(10) VALUE '     TIER '.
           05  TEL-TIER-NUMBER         PIC 9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TEL-TIER-NAME           PIC X(8).
           05  FILLER                  PIC X(14)
                    VALUE '  FROM POINTS '.
           05  TEL-TIER-FLOOR          PIC ZZZ9.
       01  TABLE-REJECT-LINE.
           05  FILLER                  PIC X(27)
                    VALUE ' *** TIER TABLE REJECTED - '.
           05  TRL-REASON              PIC X(40).
       01  NO-UPDATE-LINE.
           05  FILLER                  PIC X(42)
                    VALUE ' *** NO CUSTOMER HAS BEEN RECLASSIFIED'.
       01  NO-LOAD-LINE.
           05  FILLER                  PIC X(42)
                    VALUE ' *** TIERTAB HAS NOT BEEN UPDATED'.
       01  MOVEMENT-HEADING-LINE.
           05  FILLER                  PIC X(42) VALUE
               ' CUSTOMERS MOVED BY OLD/NEW TIER'.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  MOVEMENT-PAIR-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  MPL-OLD-TIER            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  MPL-NEW-TIER            PIC X(8).
           05  FILLER                  PIC X(9)  VALUE ' .......'.
           05  MPL-COUNT               PIC ZZZZZZ9.
       01  READ-TOTAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS READ .................... '.
           05  RDT-COUNT               PIC ZZZZZZ9.
       01  MOVED-TOTAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS MOVED ................... '.
           05  MVT-COUNT               PIC ZZZZZZ9.
       01  UP-TOTAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE '   MOVED UP ........................ '.
           05  UPT-COUNT               PIC ZZZZZZ9.
       01  DOWN-TOTAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE '   MOVED DOWN ...................... '.
           05  DNT-COUNT               PIC ZZZZZZ9.
       01  RETIRED-TOTAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE '   MOVED FROM A RETIRED TIER ....... '.
           05  RTT-COUNT               PIC ZZZZZZ9.
       01  UNCHANGED-TOTAL-LINE.
           05  FILLER                  PIC X(37)
                    VALUE ' CUSTOMERS UNCHANGED ............... '.
           05  UCT-COUNT               PIC ZZZZZZ9.
       LINKAGE SECTION.
       01  PARM-INFO.
           05  PARM-LENGTH             PIC S9(4) COMP.
           05  PARM-DATA               PIC X(08).
       PROCEDURE DIVISION USING PARM-INFO.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           IF TIER-TABLE-VALID AND NOT EDIT-ONLY-RUN
               PERFORM 200-RETIER-CUSTOMER UNTIL END-OF-MASTER
           END-IF.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE 'ZBNKRTIR'             TO PGM-NAME-PRT.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS
           MOVE DATE-YEAR              TO YEAR-PRT.
           MOVE DATE-MONTH             TO MONTH-PRT.
           MOVE DATE-DAY               TO DAY-PRT.
           MOVE TS-DATE                TO RETIER-AS-OF-DATE.
      * A PARM MUST BE EDITONLY OR A YYYYMMDD AS-OF DATE.  ANYTHING
      * ELSE (A TYPO, OR THE JOB'S UNFILLED PLACEHOLDER) STOPS THE
      * STEP BEFORE A FILE IS OPENED RATHER THAN QUIETLY RE-TIERING
      * AGAINST TODAY'S TABLE.
           IF PARM-LENGTH > ZERO
               IF PARM-LENGTH NOT < 8
                  AND PARM-DATA = 'EDITONLY'
                   MOVE 'Y'            TO SW-EDIT-ONLY-RUN
               ELSE
                   IF PARM-LENGTH NOT < 8
                      AND PARM-DATA IS NUMERIC
                       MOVE PARM-DATA  TO RETIER-AS-OF-DATE
                   ELSE
                       DISPLAY 'ZBNKRTIR INVALID PARM ' PARM-DATA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADING-1              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE HEADING-2              TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           IF EDIT-ONLY-RUN
               PERFORM 140-LOAD-TIER-CARD
           ELSE
               PERFORM 110-LOAD-TIER-TABLE
           END-IF.
           IF TIER-TABLE-LOADED
               PERFORM 120-EDIT-TIER-TABLE
           ELSE
               IF EDIT-ONLY-RUN
                   MOVE 'NO TIER TABLE CARD WAS SUPPLIED'
                                       TO TIER-REJECT-REASON
               ELSE
                   MOVE 'NO TABLE IN EFFECT ON THE AS-OF DATE'
                                       TO TIER-REJECT-REASON
               END-IF
           END-IF.
           IF TIER-TABLE-VALID
               PERFORM 130-PRINT-TIER-TABLE
               IF NOT EDIT-ONLY-RUN
                   OPEN I-O    LOYALTY-MASTER-FILE
                   OPEN EXTEND RECOVERY-JOURNAL-FILE
                   PERFORM 230-READ-MASTER-RECORD
               END-IF
           ELSE
               MOVE TIER-REJECT-REASON TO TRL-REASON
               MOVE TABLE-REJECT-LINE  TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               IF EDIT-ONLY-RUN
                   MOVE NO-LOAD-LINE   TO REPORT-LINE-OUT
               ELSE
                   MOVE NO-UPDATE-LINE TO REPORT-LINE-OUT
               END-IF
               WRITE REPORT-LINE-OUT
               DISPLAY 'ZBNKRTIR TIER TABLE REJECTED - '
                       TIER-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.
      * THE SAME SELECTION RULE THE DAILY PROGRAMS USE, SO THIS RUN
      * APPLIES EXACTLY THE TABLE THEY WILL CLASSIFY WITH.
       110-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 111-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
       111-LOAD-TIER-ENTRY.
           READ TIER-TABLE-FILE
               AT END
                   MOVE 'Y' TO SW-END-OF-TIERS
               NOT AT END
                   IF TT-EFFECTIVE-DATE NOT > RETIER-AS-OF-DATE
                     AND TT-TIER-COUNT IS NUMERIC
                     AND TT-TIER-COUNT > ZERO
                     AND TT-TIER-COUNT NOT > 5
                     AND TT-TIER-FLOOR(1) IS NUMERIC
                     AND TT-TIER-FLOOR(1) = ZERO
                       MOVE TIER-TABLE-RECORD TO TIER-TABLE-IN-EFFECT
                       MOVE 'Y' TO SW-TIER-TABLE-LOADED
                   END-IF
           END-READ.
      * THE EFFECTIVE DATE MUST BE NUMERIC, THE TIER COUNT 1-5 AND
      * THE FIRST FLOOR 0000 (THE ONLY TESTS THE DAILY PROGRAMS MAKE
      * WHEN THEY LOAD A TABLE).  EVERY TIER IN USE MUST BE NAMED AND
      * EVERY FLOOR ABOVE THE FIRST MUST BE NUMERIC AND HIGHER THAN
      * THE ONE BELOW IT - A TABLE THAT FAILS WOULD MIS-CLASSIFY THE
      * WHOLE FILE.
       120-EDIT-TIER-TABLE.
           MOVE 'Y'                    TO SW-TIER-TABLE-VALID.
           EVALUATE TRUE
               WHEN TTE-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'THE EFFECTIVE DATE IS NOT YYYYMMDD'
                                       TO TIER-REJECT-REASON
               WHEN TTE-TIER-COUNT IS NOT NUMERIC
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'THE NUMBER OF TIERS IS NOT 1-5'
                                       TO TIER-REJECT-REASON
               WHEN TTE-TIER-COUNT = ZERO
                 OR TTE-TIER-COUNT > 5
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'THE NUMBER OF TIERS IS NOT 1-5'
                                       TO TIER-REJECT-REASON
               WHEN TTE-TIER-FLOOR(1) IS NOT NUMERIC
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'THE FIRST TIER FLOOR IS NOT 0000'
                                       TO TIER-REJECT-REASON
               WHEN TTE-TIER-FLOOR(1) NOT = ZERO
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'THE FIRST TIER FLOOR IS NOT 0000'
                                       TO TIER-REJECT-REASON
               WHEN OTHER
                   PERFORM 121-EDIT-TIER-ENTRY
                       VARYING TIER-SUB FROM 1 BY 1
                       UNTIL TIER-SUB > TTE-TIER-COUNT
                          OR NOT TIER-TABLE-VALID
           END-EVALUATE.
       121-EDIT-TIER-ENTRY.
           EVALUATE TRUE
               WHEN TTE-TIER-NAME(TIER-SUB) = SPACES
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'A TIER IN USE HAS NO NAME'
                                       TO TIER-REJECT-REASON
               WHEN TTE-TIER-FLOOR(TIER-SUB) IS NOT NUMERIC
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'A TIER FLOOR IS NOT NUMERIC'
                                       TO TIER-REJECT-REASON
               WHEN TIER-SUB > 1
                AND TTE-TIER-FLOOR(TIER-SUB)
                    NOT > TTE-TIER-FLOOR(TIER-SUB - 1)
                   MOVE 'N'            TO SW-TIER-TABLE-VALID
                   MOVE 'TIER FLOORS ARE NOT IN ASCENDING ORDER'
                                       TO TIER-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       130-PRINT-TIER-TABLE.
           IF EDIT-ONLY-RUN
               MOVE TTE-EFFECTIVE-DATE TO CHL-EFFECTIVE-DATE
               MOVE CARD-HEADING-LINE  TO REPORT-LINE-OUT
           ELSE
               MOVE TTE-EFFECTIVE-DATE TO THL-EFFECTIVE-DATE
               MOVE RETIER-AS-OF-DATE  TO THL-AS-OF-DATE
               MOVE TABLE-HEADING-LINE TO REPORT-LINE-OUT
           END-IF.
           WRITE REPORT-LINE-OUT
           PERFORM 131-PRINT-TIER-ENTRY
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
       131-PRINT-TIER-ENTRY.
           MOVE TIER-SUB               TO TEL-TIER-NUMBER.
           MOVE TTE-TIER-NAME(TIER-SUB) TO TEL-TIER-NAME.
           MOVE TTE-TIER-FLOOR(TIER-SUB) TO TEL-TIER-FLOOR.
           MOVE TABLE-ENTRY-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT.
      * EDIT-ONLY RUN: THE NEW TABLE CARD IS EDITED BEFORE IT IS
      * LOADED, SO A CARD THAT FAILS NEVER REACHES TIERTAB AND IS
      * NEVER PICKED UP BY THE DAILY PROGRAMS.
       140-LOAD-TIER-CARD.
           OPEN INPUT TIER-CARD-FILE.
           READ TIER-CARD-FILE INTO TIER-TABLE-IN-EFFECT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y'            TO SW-TIER-TABLE-LOADED
           END-READ.
           CLOSE TIER-CARD-FILE.
      * THE OLD TIER IS LOCATED BY NAME IN THE TABLE BEING APPLIED,
      * SO UP AND DOWN ARE MEASURED ON THE NEW LADDER.  ONLY A
      * CUSTOMER WHOSE TIER ACTUALLY CHANGES IS REWRITTEN.
       200-RETIER-CUSTOMER.
           ADD 1 TO CTR-CUSTOMERS-READ.
           MOVE 6                      TO OLD-TIER-SUB.
           PERFORM 205-FIND-OLD-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           PERFORM 210-CLASSIFY-LOYALTY-TIER.
           IF TTE-TIER-NAME(TIER-MATCH-SUB) = LM-TIER
               ADD 1 TO CTR-UNCHANGED
           ELSE
               PERFORM 220-MOVE-CUSTOMER
           END-IF.
           PERFORM 230-READ-MASTER-RECORD.
       205-FIND-OLD-TIER.
           IF TTE-TIER-NAME(TIER-SUB) = LM-TIER
               MOVE TIER-SUB TO OLD-TIER-SUB
           END-IF.
       210-CLASSIFY-LOYALTY-TIER.
           MOVE LM-LOYALTY-PTS         TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 211-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
       211-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       220-MOVE-CUSTOMER.
           MOVE LOYALTY-MASTER-RECORD  TO BEFORE-IMAGE-WORK.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO LM-TIER.
           REWRITE LOYALTY-MASTER-RECORD.
           PERFORM 225-WRITE-RECOVERY-JOURNAL.
           ADD 1 TO CTR-CUSTOMERS-MOVED.
           ADD 1 TO MM-COUNT(OLD-TIER-SUB TIER-MATCH-SUB).
           EVALUATE TRUE
               WHEN OLD-TIER-SUB = 6
                   ADD 1 TO CTR-MOVED-FROM-RETIRED
               WHEN TIER-MATCH-SUB > OLD-TIER-SUB
                   ADD 1 TO CTR-MOVED-UP
               WHEN OTHER
                   ADD 1 TO CTR-MOVED-DOWN
           END-EVALUATE.
      * EVERY MASTER REWRITE IS LOGGED WITH ITS BEFORE/AFTER IMAGE
      * SO ZBNKLREC CAN REPLAY THE JOURNAL AGAINST THE LAST IMAGE
      * BACKUP AND REBUILD THE CLUSTER TO THE POINT OF FAILURE.
       225-WRITE-RECOVERY-JOURNAL.
           MOVE SPACES                 TO RECOVERY-JOURNAL-RECORD.
           MOVE 'ZBNKRTIR'             TO JR-PROGRAM.
           MOVE TS-DATE                TO JR-RUN-DATE.
           MOVE TS-TIME                TO JR-RUN-TIME.
           MOVE 'R'                    TO JR-ACTION.
           MOVE BEFORE-IMAGE-WORK      TO JR-BEFORE-IMAGE.
           MOVE LOYALTY-MASTER-RECORD  TO JR-AFTER-IMAGE.
           WRITE RECOVERY-JOURNAL-RECORD.
       230-READ-MASTER-RECORD.
           READ LOYALTY-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y'         TO SW-END-OF-MASTER.
       300-WRAP-UP.
           IF TIER-TABLE-VALID AND NOT EDIT-ONLY-RUN
               PERFORM 310-PRINT-MOVEMENT
               CLOSE LOYALTY-MASTER-FILE RECOVERY-JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
       310-PRINT-MOVEMENT.
           MOVE MOVEMENT-HEADING-LINE  TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM 315-PRINT-MATRIX-ROW
               VARYING MM-OLD-SUB FROM 1 BY 1 UNTIL MM-OLD-SUB > 6.
           MOVE CTR-CUSTOMERS-READ     TO RDT-COUNT.
           MOVE READ-TOTAL-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-CUSTOMERS-MOVED    TO MVT-COUNT.
           MOVE MOVED-TOTAL-LINE       TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-MOVED-UP           TO UPT-COUNT.
           MOVE UP-TOTAL-LINE          TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-MOVED-DOWN         TO DNT-COUNT.
           MOVE DOWN-TOTAL-LINE        TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-MOVED-FROM-RETIRED TO RTT-COUNT.
           MOVE RETIRED-TOTAL-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-UNCHANGED          TO UCT-COUNT.
           MOVE UNCHANGED-TOTAL-LINE   TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT.
       315-PRINT-MATRIX-ROW.
           PERFORM 316-PRINT-MATRIX-CELL
               VARYING MM-NEW-SUB FROM 1 BY 1
               UNTIL MM-NEW-SUB > TTE-TIER-COUNT.
       316-PRINT-MATRIX-CELL.
           IF MM-COUNT(MM-OLD-SUB MM-NEW-SUB) > 0
               IF MM-OLD-SUB = 6
                   MOVE 'RETIRED'      TO MPL-OLD-TIER
               ELSE
                   MOVE TTE-TIER-NAME(MM-OLD-SUB) TO MPL-OLD-TIER
               END-IF
               MOVE TTE-TIER-NAME(MM-NEW-SUB) TO MPL-NEW-TIER
               MOVE MM-COUNT(MM-OLD-SUB MM-NEW-SUB) TO MPL-COUNT
               MOVE MOVEMENT-PAIR-LINE TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF.
