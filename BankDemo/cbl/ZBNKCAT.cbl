      **************************************************************
      * Program:     ZBNKCAT                                       *
      * Function:    ONLINE REWARD CATALOG MAINTENANCE TRANSACTION  *
      *              (TRANID LYCM) FOR MARKETING, REACHED VIA THE   *
      *              TRANID FIELD ON THE MAINHLP MENU SCREEN.  THE  *
      *              USER KEYS AN ACTION AND THE 4-CHARACTER ITEM   *
      *              CODE (THE RWDCAT KEY): I (OR BLANK) SHOWS THE  *
      *              ITEM, A ADDS IT WITH ITS DESCRIPTION, POINT    *
      *              COST AND ACTIVE-FROM/ACTIVE-TO DATES, C        *
      *              CHANGES ANY OF THOSE (A BLANK FIELD KEEPS ITS  *
      *              CURRENT VALUE), AND R RETIRES IT BY CLOSING    *
      *              ITS ACTIVE-TO DATE.  ITEMS ARE NEVER DELETED,  *
      *              SO A RETIRED CODE STAYS ON FILE AND CANNOT BE  *
      *              RE-USED FOR A DIFFERENT REWARD.  THE CATALOG   *
      *              IS THE ONE PRICE LIST BOTH THE LYRD COUNTER    *
      *              REDEMPTION AND THE BATCH ZBNKREDM RUN PRICE    *
      *              FROM, SO NO DATE MAY BE MOVED INTO THE PAST    *
      *              AND THE CHANGE TAKES EFFECT ON THE NEXT        *
      *              REDEMPTION.  EVERY APPLIED CHANGE IS WRITTEN   *
      *              TO THE CATALOG CHANGE JOURNAL (TRANSIENT DATA  *
      *              QUEUE LCAT, ROUTED TO THE CATJRNL DATASET)     *
      *              CARRYING USER ID, TERMINAL, TIMESTAMP, THE     *
      *              ACTION, AND THE BEFORE AND AFTER IMAGES OF THE *
      *              CATALOG RECORD; THE NIGHTLY ZBNKCTJ JOB LISTS  *
      *              THE DAY'S CHANGES AND KEEPS THEM ON THE        *
      *              CATALOG CHANGE HISTORY (CATHIST) FOR AUDIT.    *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKCAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CATALOG-RECORD.
           05  RC-ITEM-CODE            PIC X(04).
           05  RC-DESCRIPTION          PIC X(15).
           05  RC-POINT-COST           PIC 9(04).
           05  RC-ACTIVE-FROM          PIC X(08).
           05  RC-ACTIVE-TO            PIC X(08).
           05  FILLER                  PIC X(01).
       01  CATALOG-BEFORE-IMAGE        PIC X(40).
       01  CATALOG-JOURNAL-RECORD.
           05  CJ-USER-ID              PIC X(8).
           05  CJ-TERMINAL             PIC X(4).
           05  CJ-DATE                 PIC X(8).
           05  CJ-TIME                 PIC X(8).
           05  CJ-ACTION               PIC X(1).
           05  CJ-BEFORE-IMAGE         PIC X(40).
           05  CJ-AFTER-IMAGE          PIC X(40).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  RESP-CODE                   PIC S9(8) COMP.
       01  ABS-TIME                    PIC S9(15) COMP-3.
       01  CATALOG-WORK-AREAS.
           05  ACTION-IN               PIC X(1).
               88  INQUIRE-ACTION            VALUE 'I' ' '.
               88  ADD-ACTION                VALUE 'A'.
               88  CHANGE-ACTION             VALUE 'C'.
               88  RETIRE-ACTION             VALUE 'R'.
               88  VALID-ACTION              VALUE 'I' ' ' 'A' 'C'
                                                   'R'.
           05  TODAY-DATE              PIC X(08) VALUE SPACES.
           05  YESTERDAY-DATE          PIC X(08) VALUE SPACES.
           05  OPEN-ENDED-DATE         PIC X(08) VALUE '99991231'.
           05  NEW-DESCRIPTION         PIC X(15).
           05  NEW-COST-IN             PIC X(04).
           05  NEW-COST-9 REDEFINES NEW-COST-IN
                                       PIC 9(04).
           05  NEW-ACTIVE-FROM         PIC X(08).
           05  NEW-ACTIVE-TO           PIC X(08).
           05  DATE-EDIT-IN            PIC X(08).
           05  DATE-EDIT-PARTS REDEFINES DATE-EDIT-IN.
               10  DEP-YEAR            PIC 9(04).
               10  DEP-MONTH           PIC 9(02).
               10  DEP-DAY             PIC 9(02).
           05  SW-DATE-VALID           PIC X VALUE 'N'.
               88  DATE-VALID                VALUE 'Y'.
           05  SW-FROM-DATE-VALID      PIC X VALUE 'N'.
               88  FROM-DATE-VALID           VALUE 'Y'.
           05  SW-TO-DATE-VALID        PIC X VALUE 'N'.
               88  TO-DATE-VALID             VALUE 'Y'.
           05  SW-NEW-VALUES-VALID     PIC X VALUE 'N'.
               88  NEW-VALUES-VALID          VALUE 'Y'.
           05  SW-CATALOG-UPDATED      PIC X VALUE 'N'.
               88  CATALOG-UPDATED           VALUE 'Y'.
       01  DISPLAY-FIELDS.
           05  DF-COST                 PIC ZZZ9.
       01  WS-COMMAREA                 PIC X VALUE 'X'.
       COPY LOYCAT.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           IF EIBCALEN = 0
               PERFORM 100-SEND-INITIAL-MAP
           ELSE
               PERFORM 200-PROCESS-MAINTENANCE
           END-IF.
       100-SEND-INITIAL-MAP.
           MOVE SPACES                 TO LOYCATO.
           EXEC CICS SEND MAP('LOYCAT') MAPSET('LOYCAT')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('LYCM')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
      * FIELDS THE USER DID NOT TOUCH COME BACK AS LOW-VALUES (OR
      * NOT AT ALL, WHEN NOTHING ON THE SCREEN WAS KEYED); TREAT
      * THEM AS BLANK, SINCE A BLANK FIELD ON A CHANGE MEANS "KEEP
      * THE CURRENT VALUE".
       200-PROCESS-MAINTENANCE.
           EXEC CICS RECEIVE MAP('LOYCAT') MAPSET('LOYCAT')
               INTO(LOYCATI)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES          TO LOYCATI
           END-IF.
           INSPECT ACTNI  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ITEMI  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT DESCI  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT COSTI  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AFROMI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ATOI   REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM 210-EDIT-AND-APPLY.
           EXEC CICS SEND MAP('LOYCAT') MAPSET('LOYCAT')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('LYCM')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
       210-EDIT-AND-APPLY.
           MOVE ACTNI                  TO ACTNO.
           MOVE ITEMI                  TO ITEMO.
           MOVE DESCI                  TO DESCO.
           MOVE COSTI                  TO COSTO.
           MOVE AFROMI                 TO AFROMO.
           MOVE ATOI                   TO ATOO.
           MOVE SPACES                 TO OLDDESCO OLDCOSTO OLDFROMO
                                          OLDTOO ERR-MSGO.
           MOVE ACTNI                  TO ACTION-IN.
           MOVE 'N'                    TO SW-CATALOG-UPDATED.
           PERFORM 215-GET-RUN-DATES.
           EVALUATE TRUE
               WHEN ITEMI = SPACES
                   MOVE 'PLEASE ENTER AN ITEM CODE'
                                        TO ERR-MSGO
               WHEN ITEMI = '0000'
                   MOVE 'ITEM 0000 IS THE CATALOG PRIMING RECORD'
                                        TO ERR-MSGO
               WHEN NOT VALID-ACTION
                   MOVE 'ACTION MUST BE I (SHOW), A (ADD), C (CHANGE) OR
      -                 ' R (RETIRE)'   TO ERR-MSGO
               WHEN INQUIRE-ACTION
                   PERFORM 220-INQUIRE-ITEM
               WHEN ADD-ACTION
                   PERFORM 230-ADD-ITEM
               WHEN CHANGE-ACTION
                   PERFORM 240-CHANGE-ITEM
               WHEN RETIRE-ACTION
                   PERFORM 250-RETIRE-ITEM
           END-EVALUATE.
      * YESTERDAY IS TODAY'S ABSOLUTE TIME LESS ONE DAY OF
      * MILLISECONDS - THE EARLIEST ACTIVE-TO A RETIREMENT MAY SET,
      * WHICH STOPS THE ITEM BEING REDEEMED FROM TODAY ON.
       215-GET-RUN-DATES.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(TODAY-DATE)
           END-EXEC.
           SUBTRACT 86400000           FROM ABS-TIME.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(YESTERDAY-DATE)
           END-EXEC.
       220-INQUIRE-ITEM.
           MOVE ITEMI                  TO RC-ITEM-CODE.
           EXEC CICS READ DATASET('RWDCAT')
               INTO(CATALOG-RECORD)
               RIDFLD(RC-ITEM-CODE)
               KEYLENGTH(4)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NOT ON THE CATALOG - KEY A TO ADD IT'
                                        TO ERR-MSGO
           ELSE
               PERFORM 290-SHOW-CURRENT-VALUES
               EVALUATE TRUE
                   WHEN TODAY-DATE > RC-ACTIVE-TO
                       MOVE 'ITEM IS RETIRED'
                                        TO ERR-MSGO
                   WHEN TODAY-DATE < RC-ACTIVE-FROM
                       MOVE 'ITEM IS NOT ACTIVE YET - KEY C TO CHANGE OR
      -                     ' R TO RETIRE'
                                        TO ERR-MSGO
                   WHEN OTHER
                       MOVE 'ITEM IS ACTIVE - KEY C TO CHANGE OR R TO RE
      -                     'TIRE'      TO ERR-MSGO
               END-EVALUATE
           END-IF.
      * A NEW ITEM STARTS TODAY UNLESS A LATER ACTIVE-FROM IS KEYED,
      * AND RUNS OPEN-ENDED UNLESS AN ACTIVE-TO IS KEYED.
       230-ADD-ITEM.
           MOVE DESCI                  TO NEW-DESCRIPTION.
           MOVE COSTI                  TO NEW-COST-IN.
           MOVE AFROMI                 TO NEW-ACTIVE-FROM.
           IF NEW-ACTIVE-FROM = SPACES
               MOVE TODAY-DATE         TO NEW-ACTIVE-FROM
           END-IF.
           MOVE ATOI                   TO NEW-ACTIVE-TO.
           IF NEW-ACTIVE-TO = SPACES
               MOVE OPEN-ENDED-DATE    TO NEW-ACTIVE-TO
           END-IF.
           PERFORM 270-EDIT-NEW-VALUES.
           EVALUATE TRUE
               WHEN NOT NEW-VALUES-VALID
                   CONTINUE
               WHEN NEW-ACTIVE-FROM < TODAY-DATE
                   MOVE 'ACTIVE-FROM CANNOT BE BEFORE TODAY'
                                        TO ERR-MSGO
               WHEN OTHER
                   PERFORM 235-WRITE-NEW-ITEM
           END-EVALUATE.
       235-WRITE-NEW-ITEM.
           MOVE SPACES                 TO CATALOG-BEFORE-IMAGE.
           MOVE SPACES                 TO CATALOG-RECORD.
           MOVE ITEMI                  TO RC-ITEM-CODE.
           PERFORM 275-MOVE-NEW-VALUES.
           EXEC CICS WRITE DATASET('RWDCAT')
               FROM(CATALOG-RECORD)
               RIDFLD(RC-ITEM-CODE)
               KEYLENGTH(4)
               RESP(RESP-CODE)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 280-WRITE-JOURNAL-RECORD
                   PERFORM 295-SHOW-NEW-VALUES
                   MOVE 'ITEM ADDED'   TO ERR-MSGO
               WHEN RESP-CODE = DFHRESP(DUPREC)
                   MOVE 'ITEM ALREADY ON THE CATALOG - KEY C TO CHANGE I
      -                 'T'             TO ERR-MSGO
               WHEN OTHER
                   MOVE 'CATALOG NOT AVAILABLE - CALL SUPPORT'
                                        TO ERR-MSGO
           END-EVALUATE.
      * A CHANGE STARTS FROM THE ITEM AS IT STANDS AND TAKES ONLY
      * THE FIELDS ACTUALLY KEYED.  ONCE AN ITEM HAS GONE ACTIVE
      * ITS ACTIVE-FROM IS HISTORY AND CANNOT MOVE, AND NO DATE MAY
      * BE MOVED BEFORE TODAY - OTHERWISE THE CATALOG WOULD NO
      * LONGER SHOW THE TERMS REDEMPTIONS WERE ALREADY POSTED UNDER.
      * A RETIRED ITEM CANNOT BE CHANGED AT ALL - REOPENING IT WOULD
      * RE-USE ITS CODE, SO A RETURNING REWARD IS ADDED UNDER A NEW
      * CODE.
       240-CHANGE-ITEM.
           MOVE ITEMI                  TO RC-ITEM-CODE.
           EXEC CICS READ DATASET('RWDCAT')
               INTO(CATALOG-RECORD)
               RIDFLD(RC-ITEM-CODE)
               KEYLENGTH(4)
               UPDATE
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NOT ON THE CATALOG - KEY A TO ADD IT'
                                        TO ERR-MSGO
           ELSE
               PERFORM 245-EDIT-CHANGE
               IF NOT CATALOG-UPDATED
                   EXEC CICS UNLOCK DATASET('RWDCAT') END-EXEC
               END-IF
           END-IF.
       245-EDIT-CHANGE.
           MOVE CATALOG-RECORD         TO CATALOG-BEFORE-IMAGE.
           PERFORM 290-SHOW-CURRENT-VALUES.
           MOVE RC-DESCRIPTION         TO NEW-DESCRIPTION.
           MOVE RC-POINT-COST          TO NEW-COST-9.
           MOVE RC-ACTIVE-FROM         TO NEW-ACTIVE-FROM.
           MOVE RC-ACTIVE-TO           TO NEW-ACTIVE-TO.
           IF DESCI NOT = SPACES
               MOVE DESCI              TO NEW-DESCRIPTION
           END-IF.
           IF COSTI NOT = SPACES
               MOVE COSTI              TO NEW-COST-IN
           END-IF.
           IF AFROMI NOT = SPACES
               MOVE AFROMI             TO NEW-ACTIVE-FROM
           END-IF.
           IF ATOI NOT = SPACES
               MOVE ATOI               TO NEW-ACTIVE-TO
           END-IF.
           PERFORM 270-EDIT-NEW-VALUES.
           EVALUATE TRUE
               WHEN RC-ACTIVE-TO < TODAY-DATE
                   MOVE 'ITEM IS RETIRED - IT CANNOT BE CHANGED'
                                        TO ERR-MSGO
               WHEN NOT NEW-VALUES-VALID
                   CONTINUE
               WHEN NEW-ACTIVE-FROM NOT = RC-ACTIVE-FROM
                AND RC-ACTIVE-FROM NOT > TODAY-DATE
                   MOVE 'ITEM IS ALREADY ACTIVE - ACTIVE-FROM CANNOT CHA
      -                 'NGE'           TO ERR-MSGO
               WHEN NEW-ACTIVE-FROM NOT = RC-ACTIVE-FROM
                AND NEW-ACTIVE-FROM < TODAY-DATE
                   MOVE 'ACTIVE-FROM CANNOT BE BEFORE TODAY'
                                        TO ERR-MSGO
               WHEN NEW-ACTIVE-TO NOT = RC-ACTIVE-TO
                AND NEW-ACTIVE-TO < TODAY-DATE
                   MOVE 'ACTIVE-TO CANNOT BE BEFORE TODAY - KEY R TO RET
      -                 'IRE THE ITEM'  TO ERR-MSGO
               WHEN OTHER
                   PERFORM 275-MOVE-NEW-VALUES
                   IF CATALOG-RECORD = CATALOG-BEFORE-IMAGE
                       MOVE 'NO CHANGE KEYED - ITEM NOT UPDATED'
                                        TO ERR-MSGO
                   ELSE
                       PERFORM 260-REWRITE-AND-JOURNAL
                       MOVE 'ITEM CHANGED' TO ERR-MSGO
                   END-IF
           END-EVALUATE.
      * RETIRING CLOSES THE ITEM'S ACTIVE-TO DATE - TO YESTERDAY
      * WHEN NO DATE IS KEYED, SO THE ITEM CANNOT BE REDEEMED FROM
      * TODAY ON, OR TO A KEYED DATE NO EARLIER THAN YESTERDAY.  AN
      * ITEM THAT WAS NEVER ACTIVE MAY BE RETIRED BEFORE ITS
      * ACTIVE-FROM, WHICH WITHDRAWS IT WITHOUT IT EVER GOING LIVE.
       250-RETIRE-ITEM.
           MOVE ITEMI                  TO RC-ITEM-CODE.
           EXEC CICS READ DATASET('RWDCAT')
               INTO(CATALOG-RECORD)
               RIDFLD(RC-ITEM-CODE)
               KEYLENGTH(4)
               UPDATE
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NOT ON THE CATALOG'
                                        TO ERR-MSGO
           ELSE
               PERFORM 255-EDIT-RETIREMENT
               IF NOT CATALOG-UPDATED
                   EXEC CICS UNLOCK DATASET('RWDCAT') END-EXEC
               END-IF
           END-IF.
       255-EDIT-RETIREMENT.
           MOVE CATALOG-RECORD         TO CATALOG-BEFORE-IMAGE.
           PERFORM 290-SHOW-CURRENT-VALUES.
           MOVE ATOI                   TO NEW-ACTIVE-TO.
           IF NEW-ACTIVE-TO = SPACES
               MOVE YESTERDAY-DATE     TO NEW-ACTIVE-TO
           END-IF.
           MOVE NEW-ACTIVE-TO          TO DATE-EDIT-IN.
           PERFORM 278-EDIT-DATE.
           EVALUATE TRUE
               WHEN RC-ACTIVE-TO < TODAY-DATE
                   MOVE 'ITEM IS ALREADY RETIRED'
                                        TO ERR-MSGO
               WHEN NOT DATE-VALID
                   MOVE 'ACTIVE-TO MUST BE A DATE YYYYMMDD'
                                        TO ERR-MSGO
               WHEN NEW-ACTIVE-TO < YESTERDAY-DATE
                   MOVE 'ACTIVE-TO CANNOT BE BEFORE YESTERDAY'
                                        TO ERR-MSGO
               WHEN NEW-ACTIVE-TO NOT < RC-ACTIVE-TO
                   MOVE 'RETIREMENT MUST BRING THE ACTIVE-TO DATE FORWAR
      -                 'D'             TO ERR-MSGO
               WHEN OTHER
                   MOVE NEW-ACTIVE-TO  TO RC-ACTIVE-TO
                   PERFORM 260-REWRITE-AND-JOURNAL
                   MOVE 'ITEM RETIRED' TO ERR-MSGO
           END-EVALUATE.
       260-REWRITE-AND-JOURNAL.
           EXEC CICS REWRITE DATASET('RWDCAT')
               FROM(CATALOG-RECORD)
           END-EXEC.
           MOVE 'Y'                    TO SW-CATALOG-UPDATED.
           PERFORM 280-WRITE-JOURNAL-RECORD.
           PERFORM 295-SHOW-NEW-VALUES.
      * THE EDITS SHARED BY ADD AND CHANGE, APPLIED TO THE ITEM AS
      * IT WOULD STAND AFTER THE UPDATE.
       270-EDIT-NEW-VALUES.
           MOVE 'N'                    TO SW-NEW-VALUES-VALID.
           MOVE NEW-ACTIVE-FROM        TO DATE-EDIT-IN.
           PERFORM 278-EDIT-DATE.
           MOVE SW-DATE-VALID          TO SW-FROM-DATE-VALID.
           MOVE NEW-ACTIVE-TO          TO DATE-EDIT-IN.
           PERFORM 278-EDIT-DATE.
           MOVE SW-DATE-VALID          TO SW-TO-DATE-VALID.
           EVALUATE TRUE
               WHEN NEW-DESCRIPTION = SPACES
                   MOVE 'PLEASE ENTER A DESCRIPTION'
                                        TO ERR-MSGO
               WHEN NEW-COST-IN IS NOT NUMERIC
                   MOVE 'POINT COST MUST BE NNNN'
                                        TO ERR-MSGO
               WHEN NEW-COST-9 = ZERO
                   MOVE 'POINT COST MUST BE GREATER THAN ZERO'
                                        TO ERR-MSGO
               WHEN NOT FROM-DATE-VALID
                   MOVE 'ACTIVE-FROM MUST BE A DATE YYYYMMDD'
                                        TO ERR-MSGO
               WHEN NOT TO-DATE-VALID
                   MOVE 'ACTIVE-TO MUST BE A DATE YYYYMMDD'
                                        TO ERR-MSGO
               WHEN NEW-ACTIVE-FROM > NEW-ACTIVE-TO
                   MOVE 'ACTIVE-FROM CANNOT BE AFTER ACTIVE-TO'
                                        TO ERR-MSGO
               WHEN OTHER
                   MOVE 'Y'            TO SW-NEW-VALUES-VALID
           END-EVALUATE.
       275-MOVE-NEW-VALUES.
           MOVE NEW-DESCRIPTION        TO RC-DESCRIPTION.
           MOVE NEW-COST-9             TO RC-POINT-COST.
           MOVE NEW-ACTIVE-FROM        TO RC-ACTIVE-FROM.
           MOVE NEW-ACTIVE-TO          TO RC-ACTIVE-TO.
       278-EDIT-DATE.
           MOVE 'N'                    TO SW-DATE-VALID.
           IF DATE-EDIT-IN IS NUMERIC
               IF DEP-MONTH > 0 AND DEP-MONTH < 13
                 AND DEP-DAY > 0 AND DEP-DAY < 32
                   MOVE 'Y'            TO SW-DATE-VALID
               END-IF
           END-IF.
       280-WRITE-JOURNAL-RECORD.
           MOVE EIBUSERID              TO CJ-USER-ID.
           MOVE EIBTRMID               TO CJ-TERMINAL.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
               YYYYMMDD(CJ-DATE)
               TIME(CJ-TIME) TIMESEP
           END-EXEC.
           MOVE ACTION-IN              TO CJ-ACTION.
           MOVE CATALOG-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE.
           MOVE CATALOG-RECORD         TO CJ-AFTER-IMAGE.
           EXEC CICS WRITEQ TD QUEUE('LCAT')
               FROM(CATALOG-JOURNAL-RECORD)
               LENGTH(120)
           END-EXEC.
       290-SHOW-CURRENT-VALUES.
           MOVE RC-DESCRIPTION         TO OLDDESCO.
           MOVE RC-POINT-COST          TO DF-COST.
           MOVE DF-COST                TO OLDCOSTO.
           MOVE RC-ACTIVE-FROM         TO OLDFROMO.
           MOVE RC-ACTIVE-TO           TO OLDTOO.
       295-SHOW-NEW-VALUES.
           MOVE RC-DESCRIPTION         TO DESCO.
           MOVE RC-POINT-COST          TO COSTO.
           MOVE RC-ACTIVE-FROM         TO AFROMO.
           MOVE RC-ACTIVE-TO           TO ATOO.
