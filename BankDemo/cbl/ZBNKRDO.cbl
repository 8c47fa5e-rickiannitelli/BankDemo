      *              DAY'S REDEMPTIONS, ONE SET OF BOOKS.  THE      *
      *              MASTER IS NOT TOUCHED AGAIN BY THE BATCH PASS  *
      *              FOR THESE (THE JOURNAL RECORDS CARRY A         *
      *              POSTED-ONLINE FLAG).  EACH POSTING IS ALSO     *
      *              ADDED TO THE REDEMPTION POSTING HISTORY        *
      *              CLUSTER (RDMHIST) SO THE LYVD VOID             *
      *              TRANSACTION CAN FIND AND REVERSE IT LATER.     *
      *              WHEN STARTED FROM THE LYSR CUSTOMER SEARCH THE *
      *              CUSTOMER NUMBER IS FILLED IN FROM THE LINE THE *
      *              TELLER PICKED.                                 *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKRDO.
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  RJ-BEFORE-PTS           PIC 9(4).
           05  RJ-AFTER-PTS            PIC 9(4).
           05  RJ-CUSTOMER-NUMBER      PIC 9(10).
           05  RJ-TRAN-TYPE            PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(02) VALUE SPACES.
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
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  CATALOG-RECORD.
           05  RC-ITEM-CODE            PIC X(04).
           05  RC-ACTIVE-FROM          PIC X(08).
           05  RC-ACTIVE-TO            PIC X(08).
           05  FILLER                  PIC X(01).
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
       01  REDEMPTION-WORK-AREAS.
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
       COPY LOYRDM.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           END-IF.
       100-SEND-INITIAL-MAP.
           MOVE SPACES                 TO LOYRDMO.
           PERFORM 110-PICK-UP-SEARCH-NUMBER.
           EXEC CICS SEND MAP('LOYRDM') MAPSET('LOYRDM')
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
               MOVE 'CUSTOMER FROM SEARCH - KEY THE CATALOG ITEM CODE'
                                        TO ERR-MSGO
           END-IF.
       200-PROCESS-REDEMPTION.
           EXEC CICS RECEIVE MAP('LOYRDM') MAPSET('LOYRDM')
               INTO(LOYRDMI)
                   PERFORM 215-PRICE-FROM-CATALOG
           END-EVALUATE.
           IF ITEM-IS-VALID
               PERFORM 216-LOAD-TIER-TABLE
               IF TIER-TABLE-LOADED
                   PERFORM 220-APPLY-TO-MASTER
               END-IF
           END-IF.
      * THE CATALOG CLUSTER IS THE ONLY PRICE LIST - THE SAME CHECK
      * AND COST THE BATCH RUN APPLIES, SO A MIS-KEYED AMOUNT AT
                   MOVE RC-POINT-COST  TO PTSO
               END-IF
           END-IF.
      * THE TIER TABLE IS LOADED BEFORE THE MASTER IS READ FOR
      * UPDATE, SO A MISSING TABLE REJECTS THE REQUEST WITHOUT
      * HOLDING THE CUSTOMER'S RECORD.
       216-LOAD-TIER-TABLE.
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
               PERFORM 217-LOAD-TIER-ENTRY UNTIL END-OF-TIERS
               EXEC CICS ENDBR DATASET('TIERTAB') END-EXEC
           END-IF.
           IF NOT TIER-TABLE-LOADED
               MOVE 'TIER TABLE NOT AVAILABLE - CALL SUPPORT'
                                        TO ERR-MSGO
           END-IF.
       217-LOAD-TIER-ENTRY.
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
           EXEC CICS READ DATASET('LOYMSTR')
           MOVE DF-NEW-PTS             TO NEWPTSO.
           MOVE LM-TIER                TO TIERO.
           MOVE 'REDEMPTION POSTED'    TO ERR-MSGO.
           PERFORM 270-WRITE-HISTORY-RECORD.
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
           MOVE EIBUSERID              TO RJ-USER-ID.
           MOVE EIBTRMID               TO RJ-TERMINAL.
               FROM(REDEMPTION-JOURNAL-RECORD)
               LENGTH(80)
           END-EXEC.
      * THE TASK NUMBER KEEPS TWO POSTINGS TO ONE CUSTOMER IN THE
      * SAME SECOND FROM COLLIDING ON THE HISTORY KEY.  THE POSTING
      * STANDS IF THE HISTORY WRITE FAILS - THE JOURNAL STILL CARRIES
      * IT TO THE BATCH REGISTER - BUT THE TELLER IS TOLD IT CANNOT
      * BE VOIDED ONLINE.
       270-WRITE-HISTORY-RECORD.
           MOVE LM-CUSTOMER-NUMBER     TO RH-CUSTOMER-NUMBER.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(RH-POST-DATE)
               TIME(RH-POST-TIME)
           END-EXEC.
           MOVE EIBTASKN               TO RH-POST-SEQ.
           MOVE LM-CUSTOMER-NAME       TO RH-CUSTOMER-NAME.
           MOVE LM-BRANCH-CODE         TO RH-BRANCH-CODE.
           MOVE ITEMI                  TO RH-ITEM-CODE.
           MOVE REDEEM-COST-WORK       TO RH-POINTS.
           MOVE 'O'                    TO RH-SOURCE.
           MOVE 'P'                    TO RH-STATUS.
           MOVE SPACES                 TO RH-VOID-DATE RH-VOID-USER.
           EXEC CICS WRITE DATASET('RDMHIST')
               FROM(REDEMPTION-HISTORY-RECORD)
               RIDFLD(RH-KEY)
               KEYLENGTH(28)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'POSTED - NOT ON RDMHIST, CANNOT BE VOIDED ON LYVD'
                                        TO ERR-MSGO
           END-IF.
