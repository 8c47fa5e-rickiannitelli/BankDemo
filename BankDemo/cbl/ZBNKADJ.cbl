      *              CARRYING USER ID, TERMINAL, TIMESTAMP,         *
      *              BEFORE/AFTER BALANCE, SIGNED AMOUNT, AND       *
      *              REASON, SO AUDIT CAN REVIEW EVERY MANUAL       *
      *              POINT MOVEMENT.  WHEN STARTED FROM THE LYSR    *
      *              CUSTOMER SEARCH THE CUSTOMER NUMBER IS FILLED  *
      *              IN FROM THE LINE THE SUPERVISOR PICKED.        *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKADJ.
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  AJ-CUSTOMER-NUMBER      PIC 9(10).
           05  AJ-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
      * THE TIER BREAKPOINTS COME FROM THE SHARED TIERTAB CONTROL
      * FILE, NOT FROM 88-LEVELS, SO THE ONLINE AND BATCH PROGRAMS
      * AGREE.  THE TABLE IN EFFECT IS THE LATEST TIERTAB RECORD
      * WHOSE EFFECTIVE DATE IS NOT AFTER TODAY; ITS ENTRIES ARE IN
      * ASCENDING FLOOR ORDER AND A BALANCE FALLS IN THE HIGHEST TIER
      * WHOSE FLOOR IT REACHES.
       01  TIER-TABLE-RECORD.
           05  TT-EFFECTIVE-DATE       PIC X(08).
           05  TT-TIER-COUNT           PIC 9(01).
           05  TT-TIER-ENTRY OCCURS 5 TIMES.
               10  TT-TIER-NAME        PIC X(08).
               10  TT-TIER-FLOOR       PIC 9(04).
           05  FILLER                  PIC X(11).
       01  TIER-TABLE-CONTROLS.
           05  TIER-BROWSE-KEY         PIC X(08) VALUE LOW-VALUES.
           05  TIER-RUN-DATE           PIC X(08) VALUE SPACES.
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
       01  RESP-CODE                   PIC S9(8) COMP.
       01  ABS-TIME                    PIC S9(15) COMP-3.
       01  ADJUSTMENT-WORK-AREAS.
       01  DISPLAY-FIELDS.
           05  DF-OLD-PTS              PIC ZZZ9.
           05  DF-NEW-PTS              PIC ZZZ9.
      * START DATA FROM THE LYSR CUSTOMER SEARCH (ZBNKSRC) - THE
      * NUMBER OF THE CUSTOMER THE TELLER PICKED FROM THE LIST.
       01  SEARCH-CARRY-AREA.
           05  SCA-CUSTOMER-NUMBER     PIC X(10).
       01  SEARCH-CARRY-LENGTH         PIC S9(4) COMP VALUE 10.
       01  WS-COMMAREA                 PIC X VALUE 'X'.
       COPY DFHBMSCA.
       COPY LOYADJ.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           END-IF.
       100-SEND-INITIAL-MAP.
           MOVE SPACES                 TO LOYADJO.
           PERFORM 110-PICK-UP-SEARCH-NUMBER.
           EXEC CICS SEND MAP('LOYADJ') MAPSET('LOYADJ')
               ERASE
           END-EXEC.
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
      * WHEN STARTED FROM THE LYSR CUSTOMER SEARCH THE CHOSEN
      * CUSTOMER NUMBER ARRIVES AS START DATA; IT IS PUT IN THE
      * NUMBER FIELD WITH THE MODIFIED-DATA TAG SET, SO IT COMES
      * BACK ON THE NEXT ENTER WITHOUT BEING RE-KEYED.  STARTED
      * FROM THE MENU THERE IS NO DATA TO RETRIEVE.
       110-PICK-UP-SEARCH-NUMBER.
           EXEC CICS RETRIEVE
               INTO(SEARCH-CARRY-AREA)
               LENGTH(SEARCH-CARRY-LENGTH)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
               MOVE SCA-CUSTOMER-NUMBER TO ACCTO
               MOVE DFHBMFSE            TO ACCTA
               MOVE SCA-CUSTOMER-NUMBER TO CUSTOMER-NUMBER-IN
               IF CUSTOMER-NUMBER-IN IS NUMERIC
                   MOVE CUSTOMER-NUMBER-9 TO LM-CUSTOMER-NUMBER
                   EXEC CICS READ DATASET('LOYMSTR')
                       INTO(LOYALTY-MASTER-RECORD)
                       RIDFLD(LM-CUSTOMER-NUMBER)
                       KEYLENGTH(10)
                       RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE = DFHRESP(NORMAL)
                       MOVE LM-CUSTOMER-NAME TO NAMEO
                       MOVE LM-LOYALTY-PTS   TO DF-OLD-PTS
                       MOVE DF-OLD-PTS       TO OLDPTSO
                       MOVE LM-TIER          TO TIERO
                   END-IF
               END-IF
               MOVE 'CUSTOMER FROM SEARCH - KEY THE AMOUNT AND REASON'
                                        TO ERR-MSGO
           END-IF.
       200-PROCESS-ADJUSTMENT.
           EXEC CICS RECEIVE MAP('LOYADJ') MAPSET('LOYADJ')
               INTO(LOYADJI)
                   MOVE 'PLEASE ENTER A REASON CODE'
                                        TO ERR-MSGO
               WHEN OTHER
                   PERFORM 215-LOAD-TIER-TABLE
                   IF TIER-TABLE-LOADED
                       PERFORM 220-APPLY-TO-MASTER
                   END-IF
           END-EVALUATE.
      * THE TIER TABLE IS LOADED BEFORE THE MASTER IS READ FOR
      * UPDATE, SO A MISSING TABLE REJECTS THE REQUEST WITHOUT
      * HOLDING THE CUSTOMER'S RECORD.
       215-LOAD-TIER-TABLE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(TIER-RUN-DATE)
           END-EXEC.
           MOVE LOW-VALUES             TO TIER-BROWSE-KEY.
           EXEC CICS STARTBR DATASET('TIERTAB')
               RIDFLD(TIER-BROWSE-KEY)
               KEYLENGTH(8)
               GTEQ
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
               PERFORM 216-LOAD-TIER-ENTRY UNTIL END-OF-TIERS
               EXEC CICS ENDBR DATASET('TIERTAB') END-EXEC
           END-IF.
           IF NOT TIER-TABLE-LOADED
               MOVE 'TIER TABLE NOT AVAILABLE - CALL SUPPORT'
                                        TO ERR-MSGO
           END-IF.
       216-LOAD-TIER-ENTRY.
           EXEC CICS READNEXT DATASET('TIERTAB')
               INTO(TIER-TABLE-RECORD)
               RIDFLD(TIER-BROWSE-KEY)
               KEYLENGTH(8)
               RESP(RESP-CODE)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y'            TO SW-END-OF-TIERS
               WHEN TT-EFFECTIVE-DATE > TIER-RUN-DATE
                   MOVE 'Y'            TO SW-END-OF-TIERS
               WHEN TT-TIER-COUNT IS NUMERIC
                AND TT-TIER-COUNT > ZERO
                AND TT-TIER-COUNT NOT > 5
                AND TT-TIER-FLOOR(1) IS NUMERIC
                AND TT-TIER-FLOOR(1) = ZERO
                   MOVE TIER-TABLE-RECORD TO TIER-TABLE-IN-EFFECT
                   MOVE 'Y'            TO SW-TIER-TABLE-LOADED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       220-APPLY-TO-MASTER.
           MOVE CUSTOMER-NUMBER-9      TO LM-CUSTOMER-NUMBER.
           MOVE LM-TIER                TO TIERO.
           MOVE 'ADJUSTMENT APPLIED'   TO ERR-MSGO.
       250-CLASSIFY-LOYALTY-TIER.
           MOVE LM-LOYALTY-PTS         TO TIER-TEST-PTS.
           MOVE 1                      TO TIER-MATCH-SUB.
           PERFORM 251-TEST-TIER-FLOOR
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > TTE-TIER-COUNT.
           MOVE TTE-TIER-NAME(TIER-MATCH-SUB) TO LM-TIER.
       251-TEST-TIER-FLOOR.
           IF TIER-TEST-PTS NOT < TTE-TIER-FLOOR(TIER-SUB)
               MOVE TIER-SUB TO TIER-MATCH-SUB
           END-IF.
       260-WRITE-JOURNAL-RECORD.
           MOVE EIBUSERID              TO AJ-USER-ID.
           MOVE EIBTRMID               TO AJ-TERMINAL.
