      *              CAN SEE AT A GLANCE HOW EACH CYCLE BEHAVED     *
      *              (VOLUMES, EXCEPTIONS, RECONCILIATION, TIER     *
      *              MIX) AND SPOT VOLUME DRIFT ACROSS THE QUARTER. *
      *              THE TIER COLUMN CAPTIONS ARE THE NAMES IN THE  *
      *              SHARED TIERTAB TABLE IN EFFECT TODAY; A COUNT  *
      *              SLOT AN OLDER RUN DID NOT LOG PRINTS BLANK.    *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKHIST.
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-REPORT-FILE ASSIGN HISTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIER-TABLE-FILE ASSIGN TIERTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-EFFECTIVE-DATE.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           05  RL-EXCEPTIONS           PIC 9(3).
           05  RL-POINTS-OVERFLOWS     PIC 9(3).
           05  RL-RECON-OUTCOME        PIC X(1).
           05  RL-TIER-COUNT           PIC 9(5) OCCURS 5 TIMES.
           05  FILLER                  PIC X(14).
       FD  HISTORY-REPORT-FILE.
       01  HISTORY-LINE-OUT            PIC X(100).
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
       01  CTR-RUNS-PRINTED            PIC 9(5) VALUE 0.
       01  TIMESTAMP-WS.
           05  TS-DATE                 PIC X(08) VALUE SPACES.
           05  TS-TIME                 PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE SPACES.
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
       01  HEADING-1.
           05  FILLER                  PIC X(34) VALUE
               ' LOYALTY RUN HISTORY  (ZBNKHIST)'.
           05  FILLER                  PIC X(5)  VALUE '  EXC'.
           05  FILLER                  PIC X(5)  VALUE '  OVF'.
           05  FILLER                  PIC X(3)  VALUE '  R'.
           05  HD-TIER-SLOT OCCURS 5 TIMES.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  HD-TIER-NAME        PIC X(8)  VALUE SPACES.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-RUN-DATE             PIC X(8).
           05  DL-OVERFLOWS            PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DL-RECON                PIC X(1).
           05  DL-TIER-SLOT OCCURS 5 TIMES.
               10  DL-TIER-COUNT       PIC ZZZZZZZZ9.
               10  DL-TIER-BLANK REDEFINES DL-TIER-COUNT
                                       PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
       01  RUNS-TOTAL-LINE.
           05  FILLER                  PIC X(25)
                    VALUE ' RUNS ON FILE .......... '.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           PERFORM 110-LOAD-TIER-TABLE.
           PERFORM 120-SET-TIER-CAPTION
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           OPEN INPUT  RUN-LOG-FILE.
           OPEN OUTPUT HISTORY-REPORT-FILE.
           MOVE HEADING-1              TO HISTORY-LINE-OUT
           MOVE HEADING-2              TO HISTORY-LINE-OUT
           WRITE HISTORY-LINE-OUT
           PERFORM 210-READ-A-RECORD.
      * NO TIER TABLE IN EFFECT MEANS NO CUSTOMER CAN BE CLASSIFIED
      * - STOP BEFORE ANY FILE IS TOUCHED RATHER THAN GUESS.
       110-LOAD-TIER-TABLE.
           OPEN INPUT TIER-TABLE-FILE.
           PERFORM 111-LOAD-TIER-ENTRY UNTIL END-OF-TIERS.
           CLOSE TIER-TABLE-FILE.
           IF NOT TIER-TABLE-LOADED
               DISPLAY 'ZBNKHIST NO TIER TABLE IN EFFECT FOR '
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
       120-SET-TIER-CAPTION.
           MOVE TTE-TIER-NAME(TIER-SUB) TO HD-TIER-NAME(TIER-SUB).
       200-PRINT-RUN-HISTORY.
           MOVE RL-RUN-DATE            TO DL-RUN-DATE.
           MOVE RL-RUN-TIME            TO DL-RUN-TIME.
           MOVE RL-EXCEPTIONS          TO DL-EXCEPTIONS.
           MOVE RL-POINTS-OVERFLOWS    TO DL-OVERFLOWS.
           MOVE RL-RECON-OUTCOME       TO DL-RECON.
           PERFORM 205-FORMAT-TIER-COUNT
               VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
           MOVE DETAIL-LINE            TO HISTORY-LINE-OUT.
           WRITE HISTORY-LINE-OUT.
           ADD 1 TO CTR-RUNS-PRINTED.
           PERFORM 210-READ-A-RECORD.
       205-FORMAT-TIER-COUNT.
           IF RL-TIER-COUNT(TIER-SUB) IS NUMERIC
               MOVE RL-TIER-COUNT(TIER-SUB) TO DL-TIER-COUNT(TIER-SUB)
           ELSE
               MOVE SPACES TO DL-TIER-BLANK(TIER-SUB)
           END-IF.
       210-READ-A-RECORD.
           READ RUN-LOG-FILE
               AT END MOVE 'Y'         TO SW-END-OF-DATA.
