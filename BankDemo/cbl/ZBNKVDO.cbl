      **************************************************************
      * Program:     ZBNKVDO                                       *
      * Function:    ONLINE REDEMPTION VOID TRANSACTION (TRANID     *
      *              LYVD), REACHED VIA THE TRANID FIELD ON THE     *
      *              MAINHLP MENU SCREEN ALONGSIDE LYIQ, LYAJ AND   *
      *              LYRD.  THE TELLER KEYS THE 10-DIGIT CUSTOMER   *
      *              NUMBER, THE CATALOG ITEM CODE OF THE           *
      *              REDEMPTION BEING REVERSED AND, OPTIONALLY, THE *
      *              DATE IT WAS POSTED (YYYYMMDD).  THE ORIGINAL   *
      *              POSTING IS LOOKED UP ON THE REDEMPTION POSTING *
      *              HISTORY CLUSTER (RDMHIST, KEYED ON CUSTOMER    *
      *              NUMBER THEN POSTING DATE/TIME) THAT BOTH THE   *
      *              LYRD COUNTER TRANSACTION AND THE BATCH         *
      *              ZBNKREDM RUN WRITE - THE MOST RECENT POSTING   *
      *              OF THAT ITEM NOT ALREADY VOIDED (ON THE KEYED  *
      *              DATE, IF ONE WAS KEYED) IS THE ONE REVERSED.   *
      *              THE POINTS RESTORED ARE THE POINTS THAT        *
      *              ORIGINALLY POSTED, NOT TODAY'S CATALOG COST,   *
      *              SO A RE-PRICED OR RETIRED ITEM STILL VOIDS TO  *
      *              THE PENNY.  THE POINTS GO BACK ON              *
      *              LM-LOYALTY-PTS, COME OUT OF THE LIFETIME       *
      *              LM-REDEEMED-PTS (SO THE NIGHTLY REFRESH,       *
      *              WHICH NETS EARNED LESS REDEEMED, KEEPS THEM    *
      *              THERE), THE TIER IS RE-CLASSIFIED, AND THE     *
      *              HISTORY ENTRY IS MARKED VOIDED SO IT CANNOT BE *
      *              REVERSED TWICE.  EVERY VOID IS JOURNALED TO    *
      *              THE LRDM QUEUE WITH THE REVERSAL FLAG SET; THE *
      *              NIGHTLY ZBNKRDM PICKUP CARRIES IT ONTO THE     *
      *              REDEMPTION REGISTER, THE ACTIVITY HISTORY, THE *
      *              RECOVERY JOURNAL AND THE GL CONTROL FEED.      *
      *              A VOID LARGER THAN THE CUSTOMER'S LIFETIME     *
      *              REDEEMED POINTS (HISTORY PRE-DATING A RELOAD)  *
      *              IS REFUSED AND LEFT FOR A SUPERVISOR           *
      *              ADJUSTMENT (LYAJ).                             *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKVDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LOYALTY-MASTER-RECORD.
           05  LM-CUSTOMER-NUMBER      PIC 9(10).
           05  LM-CUSTOMER-NAME        PIC X(19).
           05  LM-PRODUCTS             PIC 999.
           05  LM-LOYALTY-PTS          PIC 9(4).
           05  LM-REDEEMED-PTS         PIC 9(4).
           05  LM-ADJUST-PTS           PIC S9(4).
           05  LM-TIER                 PIC X(8).
           05  LM-BRANCH-CODE          PIC X(4).
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
       01  REDEMPTION-JOURNAL-RECORD.
           05  RJ-USER-ID              PIC X(8).
           05  RJ-TERMINAL             PIC X(4).
           05  RJ-DATE                 PIC X(8).
           05  RJ-TIME                 PIC X(8).
           05  RJ-CUSTOMER-NAME        PIC X(19).
           05  RJ-BRANCH-CODE          PIC X(4).
           05  RJ-ITEM-CODE            PIC X(4).
           05  RJ-POINTS               PIC 9(4).
           05  RJ-BEFORE-PTS           PIC 9(4).
           05  RJ-AFTER-PTS            PIC 9(4).
           05  RJ-CUSTOMER-NUMBER      PIC 9(10).
           05  RJ-TRAN-TYPE            PIC X(1) VALUE 'V'.
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
       01  VOID-WORK-AREAS.
           05  RUN-DATE-WORK           PIC X(8) VALUE SPACES.
           05  BEFORE-PTS              PIC 9(4) VALUE 0.
           05  CUSTOMER-NUMBER-IN      PIC X(10).
           05  CUSTOMER-NUMBER-9 REDEFINES CUSTOMER-NUMBER-IN
                                       PIC 9(10).
      * THE BROWSE STARTS AT THE CUSTOMER'S FIRST POSTING (OR AT THE
      * KEYED DATE) AND WALKS FORWARD THROUGH THAT CUSTOMER'S ENTRIES -
      * EACH MATCH OVERWRITES THE LAST, SO THE KEY LEFT IN FOUND-KEY IS
      * THE MOST RECENT UNVOIDED POSTING OF THE ITEM.
       01  BROWSE-CONTROLS.
           05  BROWSE-KEY.
               10  BK-CUSTOMER-NUMBER  PIC 9(10).
               10  BK-KEY-TAIL         PIC X(18).
           05  FOUND-KEY               PIC X(28) VALUE SPACES.
           05  SW-END-OF-BROWSE        PIC X VALUE 'N'.
               88  END-OF-BROWSE             VALUE 'Y'.
           05  SW-ORIGINAL-FOUND       PIC X VALUE 'N'.
               88  ORIGINAL-FOUND            VALUE 'Y'.
       01  DISPLAY-FIELDS.
           05  DF-VOID-PTS             PIC ZZZ9.
           05  DF-OLD-PTS              PIC ZZZ9.
           05  DF-NEW-PTS              PIC ZZZ9.
       01  WS-COMMAREA                 PIC X VALUE 'X'.
       COPY LOYVOD.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           IF EIBCALEN = 0
               PERFORM 100-SEND-INITIAL-MAP
           ELSE
               PERFORM 200-PROCESS-VOID
           END-IF.
       100-SEND-INITIAL-MAP.
           MOVE SPACES                 TO LOYVODO.
           EXEC CICS SEND MAP('LOYVOD') MAPSET('LOYVOD')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('LYVD')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
       200-PROCESS-VOID.
           EXEC CICS RECEIVE MAP('LOYVOD') MAPSET('LOYVOD')
               INTO(LOYVODI)
           END-EXEC.
           PERFORM 210-EDIT-AND-APPLY.
           EXEC CICS SEND MAP('LOYVOD') MAPSET('LOYVOD')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('LYVD')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
       210-EDIT-AND-APPLY.
           IF ODATEI = LOW-VALUES
               MOVE SPACES             TO ODATEI
           END-IF.
           MOVE ACCTI                  TO ACCTO.
           MOVE ITEMI                  TO ITEMO.
           MOVE ODATEI                 TO ODATEO.
           MOVE SPACES                 TO NAMEO PTSO OLDPTSO NEWPTSO
                                          TIERO ERR-MSGO.
           MOVE 'N'                    TO SW-ORIGINAL-FOUND.
           MOVE ACCTI(1:10)            TO CUSTOMER-NUMBER-IN.
           EVALUATE TRUE
               WHEN ACCTI = SPACES
                   MOVE 'PLEASE ENTER A CUSTOMER NUMBER'
                                        TO ERR-MSGO
               WHEN CUSTOMER-NUMBER-IN IS NOT NUMERIC
                   MOVE 'CUSTOMER NUMBER MUST BE NNNNNNNNNN'
                                        TO ERR-MSGO
               WHEN ITEMI = SPACES
                   MOVE 'PLEASE ENTER THE ITEM CODE OF THE REDEMPTION'
                                        TO ERR-MSGO
               WHEN ODATEI NOT = SPACES
                AND ODATEI IS NOT NUMERIC
                   MOVE 'POSTING DATE MUST BE YYYYMMDD OR LEFT BLANK'
                                        TO ERR-MSGO
               WHEN OTHER
                   PERFORM 215-FIND-ORIGINAL-POSTING
           END-EVALUATE.
           IF ORIGINAL-FOUND
               PERFORM 217-LOAD-TIER-TABLE
               IF TIER-TABLE-LOADED
                   PERFORM 220-APPLY-TO-MASTER
               END-IF
           END-IF.
      * ONLY A POSTING STILL MARKED 'P' QUALIFIES - ONE ALREADY
      * VOIDED (HERE OR BY A BATCH REVERSAL) IS PASSED OVER.
       215-FIND-ORIGINAL-POSTING.
           MOVE 'N'                    TO SW-END-OF-BROWSE.
           MOVE CUSTOMER-NUMBER-9      TO BK-CUSTOMER-NUMBER.
           MOVE LOW-VALUES             TO BK-KEY-TAIL.
           IF ODATEI NOT = SPACES
               MOVE ODATEI             TO BK-KEY-TAIL(1:8)
           END-IF.
           EXEC CICS STARTBR DATASET('RDMHIST')
               RIDFLD(BROWSE-KEY)
               KEYLENGTH(28)
               GTEQ
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
               PERFORM 216-READ-NEXT-POSTING UNTIL END-OF-BROWSE
               EXEC CICS ENDBR DATASET('RDMHIST') END-EXEC
           END-IF.
           IF NOT ORIGINAL-FOUND
               MOVE 'NO UNVOIDED REDEMPTION OF THAT ITEM ON FILE'
                                        TO ERR-MSGO
           END-IF.
       216-READ-NEXT-POSTING.
           EXEC CICS READNEXT DATASET('RDMHIST')
               INTO(REDEMPTION-HISTORY-RECORD)
               RIDFLD(BROWSE-KEY)
               KEYLENGTH(28)
               RESP(RESP-CODE)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y'            TO SW-END-OF-BROWSE
               WHEN RH-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER-9
                   MOVE 'Y'            TO SW-END-OF-BROWSE
               WHEN ODATEI NOT = SPACES
                AND RH-POST-DATE NOT = ODATEI
                   MOVE 'Y'            TO SW-END-OF-BROWSE
               WHEN RH-ITEM-CODE = ITEMI AND RH-POSTED
                   MOVE 'Y'            TO SW-ORIGINAL-FOUND
                   MOVE RH-KEY         TO FOUND-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * THE TIER TABLE IS LOADED BEFORE THE MASTER IS READ FOR
      * UPDATE, SO A MISSING TABLE REJECTS THE REQUEST WITHOUT
      * HOLDING THE CUSTOMER'S RECORD.
       217-LOAD-TIER-TABLE.
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
               PERFORM 218-LOAD-TIER-ENTRY UNTIL END-OF-TIERS
               EXEC CICS ENDBR DATASET('TIERTAB') END-EXEC
           END-IF.
           IF NOT TIER-TABLE-LOADED
               MOVE 'TIER TABLE NOT AVAILABLE - CALL SUPPORT'
                                        TO ERR-MSGO
           END-IF.
       218-LOAD-TIER-ENTRY.
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
      * THE HISTORY ENTRY IS RE-READ FOR UPDATE AND RE-CHECKED, SO
      * TWO TELLERS VOIDING THE SAME POSTING AT ONCE CANNOT BOTH
      * RESTORE THE POINTS.
       220-APPLY-TO-MASTER.
           EXEC CICS READ DATASET('RDMHIST')
               INTO(REDEMPTION-HISTORY-RECORD)
               RIDFLD(FOUND-KEY)
               KEYLENGTH(28)
               UPDATE
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REDEMPTION HISTORY UNAVAILABLE - RETRY'
                                        TO ERR-MSGO
           ELSE
               IF NOT RH-POSTED
                   MOVE 'THAT REDEMPTION HAS ALREADY BEEN VOIDED'
                                        TO ERR-MSGO
                   EXEC CICS UNLOCK DATASET('RDMHIST') END-EXEC
               ELSE
                   PERFORM 225-READ-MASTER-FOR-UPDATE
               END-IF
           END-IF.
       225-READ-MASTER-FOR-UPDATE.
           MOVE CUSTOMER-NUMBER-9      TO LM-CUSTOMER-NUMBER.
           EXEC CICS READ DATASET('LOYMSTR')
               INTO(LOYALTY-MASTER-RECORD)
               RIDFLD(LM-CUSTOMER-NUMBER)
               KEYLENGTH(10)
               UPDATE
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'NUMBER NOT ON LOYMSTR FILE - CHECK AND RETRY'
                                        TO ERR-MSGO
               EXEC CICS UNLOCK DATASET('RDMHIST') END-EXEC
           ELSE
               PERFORM 230-RESTORE-POINTS
           END-IF.
       230-RESTORE-POINTS.
           MOVE LM-LOYALTY-PTS         TO BEFORE-PTS.
           MOVE RH-POINTS              TO DF-VOID-PTS.
           MOVE DF-VOID-PTS            TO PTSO.
           IF RH-POINTS > LM-REDEEMED-PTS
               MOVE 'VOID EXCEEDS LIFETIME REDEEMED - SEE SUPERVISOR'
                                        TO ERR-MSGO
               EXEC CICS UNLOCK DATASET('LOYMSTR') END-EXEC
               EXEC CICS UNLOCK DATASET('RDMHIST') END-EXEC
           ELSE
               ADD RH-POINTS           TO LM-LOYALTY-PTS
                   ON SIZE ERROR
                       MOVE 9999       TO LM-LOYALTY-PTS
               END-ADD
               SUBTRACT RH-POINTS      FROM LM-REDEEMED-PTS
               PERFORM 240-REWRITE-AND-JOURNAL
           END-IF.
       240-REWRITE-AND-JOURNAL.
           PERFORM 250-CLASSIFY-LOYALTY-TIER.
           EXEC CICS REWRITE DATASET('LOYMSTR')
               FROM(LOYALTY-MASTER-RECORD)
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(RUN-DATE-WORK)
           END-EXEC.
           MOVE 'V'                    TO RH-STATUS.
           MOVE RUN-DATE-WORK          TO RH-VOID-DATE.
           MOVE EIBUSERID              TO RH-VOID-USER.
           EXEC CICS REWRITE DATASET('RDMHIST')
               FROM(REDEMPTION-HISTORY-RECORD)
           END-EXEC.
           PERFORM 260-WRITE-JOURNAL-RECORD.
           MOVE LM-CUSTOMER-NAME       TO NAMEO.
           MOVE BEFORE-PTS             TO DF-OLD-PTS.
           MOVE DF-OLD-PTS             TO OLDPTSO.
           MOVE LM-LOYALTY-PTS         TO DF-NEW-PTS.
           MOVE DF-NEW-PTS             TO NEWPTSO.
           MOVE LM-TIER                TO TIERO.
           MOVE RH-POST-DATE           TO ODATEO.
           MOVE 'REDEMPTION VOIDED - POINTS RESTORED'
                                        TO ERR-MSGO.
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
      * SAME LAYOUT AND QUEUE AS THE LYRD REDEMPTION JOURNAL, WITH
      * THE REVERSAL FLAG IN THE TRAN-TYPE BYTE - THE ZBNKRDM PICKUP
      * CARRIES THE FLAG INTO THE REDM10 REVERSAL RECORD TYPE.
       260-WRITE-JOURNAL-RECORD.
           MOVE EIBUSERID              TO RJ-USER-ID.
           MOVE EIBTRMID               TO RJ-TERMINAL.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(RJ-DATE)
               TIME(RJ-TIME) TIMESEP
           END-EXEC.
           MOVE LM-CUSTOMER-NAME       TO RJ-CUSTOMER-NAME.
           MOVE LM-CUSTOMER-NUMBER     TO RJ-CUSTOMER-NUMBER.
           MOVE LM-BRANCH-CODE         TO RJ-BRANCH-CODE.
           MOVE RH-ITEM-CODE           TO RJ-ITEM-CODE.
           MOVE RH-POINTS              TO RJ-POINTS.
           MOVE BEFORE-PTS             TO RJ-BEFORE-PTS.
           MOVE LM-LOYALTY-PTS         TO RJ-AFTER-PTS.
           EXEC CICS WRITEQ TD QUEUE('LRDM')
               FROM(REDEMPTION-JOURNAL-RECORD)
               LENGTH(80)
           END-EXEC.
