      **************************************************************
      * Program:     ZBNKSRC                                       *
      * Function:    ONLINE CUSTOMER SEARCH TRANSACTION (TRANID     *
      *              LYSR), REACHED VIA THE TRANID FIELD ON THE     *
      *              MAINHLP MENU SCREEN ALONGSIDE LYIQ, LYAJ,      *
      *              LYRD AND LYVD, FOR THE CUSTOMER WHO COMES TO   *
      *              THE COUNTER WITHOUT A CUSTOMER NUMBER.  THE    *
      *              TELLER KEYS ALL OR THE START OF THE CUSTOMER   *
      *              NAME AND, OPTIONALLY, A BRANCH CODE; THE       *
      *              NAME-TO-NUMBER CROSS-REFERENCE                 *
      *              (CUSTXREF, KEYED ON NAME PLUS BRANCH) IS       *
      *              BROWSED FROM THAT NAME AND EVERY MATCH IS      *
      *              LISTED, TEN TO A PAGE, WITH ITS BRANCH,        *
      *              CUSTOMER NUMBER, AND THE POINT BALANCE AND     *
      *              TIER FROM LOYMSTR.  PF8 PAGES FORWARD, PF7     *
      *              BACK, CLEAR STARTS A NEW SEARCH.  KEYING I, A  *
      *              OR R BESIDE A LINE STARTS THE LYIQ INQUIRY,    *
      *              THE LYAJ ADJUSTMENT OR THE LYRD REDEMPTION AT  *
      *              THE SAME TERMINAL WITH THAT CUSTOMER NUMBER    *
      *              ALREADY FILLED IN, SO IT IS NEVER RE-KEYED.    *
      *              THE NUMBER IS PASSED AS START DATA, NOT BY     *
      *              XCTL, SO THE SECURITY ON EACH TRANID STILL     *
      *              APPLIES - A TELLER CANNOT REACH LYAJ THROUGH   *
      *              THE SEARCH.  NOTHING IS UPDATED HERE.          *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKSRC.
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
       01  XREF-RECORD.
           05  XR-KEY.
               10  XR-CUSTOMER-NAME    PIC X(19).
               10  XR-BRANCH-CODE      PIC X(04).
           05  XR-CUSTOMER-NUMBER      PIC 9(10).
           05  FILLER                  PIC X(07).
      * THE SEARCH STATE RIDES IN THE COMMAREA BETWEEN SCREENS: THE
      * CRITERIA, THE PAGE ON SHOW, THE BROWSE KEY EACH PAGE STARTS
      * AT (SO PF7 CAN GO BACK WITHOUT A BACKWARD BROWSE) AND THE
      * CUSTOMER NUMBER BEHIND EACH LINE ON THE SCREEN.
       01  SEARCH-COMMAREA.
           05  SC-SEARCH-NAME          PIC X(19).
           05  SC-SEARCH-BRANCH        PIC X(04).
           05  SC-NAME-LENGTH          PIC 9(02).
           05  SC-PAGE-NUMBER          PIC 9(02).
           05  SC-MORE-SW              PIC X(01).
               88  SC-MORE-MATCHES           VALUE 'Y'.
           05  SC-PAGE-START-KEY       PIC X(23) OCCURS 50 TIMES.
           05  SC-ROW-CUSTOMER-NUMBER  PIC X(10) OCCURS 10 TIMES.
      * START DATA FOR LYIQ, LYAJ AND LYRD - THE SAME LAYOUT IS
      * RETRIEVED BY ZBNKINQ, ZBNKADJ AND ZBNKRDO.
       01  SEARCH-CARRY-AREA.
           05  SCA-CUSTOMER-NUMBER     PIC X(10).
       01  RESP-CODE                   PIC S9(8) COMP.
       01  SEARCH-WORK-AREAS.
           05  BROWSE-KEY              PIC X(23) VALUE LOW-VALUES.
           05  TARGET-TRANID           PIC X(04) VALUE SPACES.
           05  MESSAGE-WORK            PIC X(79) VALUE SPACES.
           05  NAME-SUB                PIC 9(02) VALUE 0.
           05  ROW-SUB                 PIC 9(02) VALUE 0.
           05  ROW-COUNT               PIC 9(02) VALUE 0.
           05  SELECTED-ROW            PIC 9(02) VALUE 0.
           05  NEXT-PAGE-SUB           PIC 9(02) VALUE 0.
           05  SW-END-OF-MATCHES       PIC X VALUE 'N'.
               88  END-OF-MATCHES            VALUE 'Y'.
           05  SW-TRAN-STARTED         PIC X VALUE 'N'.
               88  TRAN-STARTED              VALUE 'Y'.
       01  SEARCH-LINE-WORK.
           05  SLW-CUSTOMER-NAME       PIC X(19).
           05  FILLER                  PIC X(02).
           05  SLW-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(02).
           05  SLW-CUSTOMER-NUMBER     PIC X(10).
           05  FILLER                  PIC X(02).
           05  SLW-LOYALTY-PTS         PIC ZZZ9.
           05  FILLER                  PIC X(02).
           05  SLW-TIER                PIC X(08).
       01  DISPLAY-FIELDS.
           05  DF-PAGE-NUMBER          PIC ZZ9.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY LOYSRC.
      * THE TEN RESULT LINES OF THE LOYSRC MAP (SELECT CODE PLUS
      * DISPLAY LINE) AS A TABLE, SO THEY CAN BE FILLED AND READ
      * BY SUBSCRIPT.  THE OFFSET IS THE MAP HEADER PLUS THE SNAME
      * AND SBRCH FIELDS.
       01  SEARCH-MAP-ROWS REDEFINES LOYSRCI.
           05  FILLER                  PIC X(41).
           05  SMR-ROW OCCURS 10 TIMES.
               10  SMR-SEL-LENGTH      PIC S9(4) COMP.
               10  SMR-SEL-ATTR        PIC X.
               10  SMR-SEL             PIC X(01).
               10  SMR-LINE-LENGTH     PIC S9(4) COMP.
               10  SMR-LINE-ATTR       PIC X.
               10  SMR-LINE            PIC X(53).
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(1278).
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           IF EIBCALEN = LENGTH OF SEARCH-COMMAREA
               MOVE DFHCOMMAREA         TO SEARCH-COMMAREA
               PERFORM 200-PROCESS-SEARCH
           ELSE
               PERFORM 100-SEND-INITIAL-MAP
           END-IF.
       100-SEND-INITIAL-MAP.
           MOVE SPACES                 TO LOYSRCO.
           MOVE SPACES                 TO SEARCH-COMMAREA.
           MOVE ZERO                   TO SC-NAME-LENGTH
                                          SC-PAGE-NUMBER.
           MOVE 'N'                    TO SC-MORE-SW.
           MOVE 'KEY ALL OR THE START OF A CUSTOMER NAME, AND A BRANCH I
      -        'F KNOWN'               TO ERR-MSGO.
           EXEC CICS SEND MAP('LOYSRC') MAPSET('LOYSRC')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('LYSR')
               COMMAREA(SEARCH-COMMAREA)
               LENGTH(LENGTH OF SEARCH-COMMAREA)
           END-EXEC.
       200-PROCESS-SEARCH.
           IF EIBAID = DFHCLEAR
               PERFORM 100-SEND-INITIAL-MAP
           END-IF.
           PERFORM 210-RECEIVE-SEARCH-MAP.
           MOVE SPACES                 TO MESSAGE-WORK.
           MOVE 0                      TO SELECTED-ROW.
           IF SC-PAGE-NUMBER > 0
               PERFORM 220-TEST-SELECT-FIELD
                   VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > 10 OR SELECTED-ROW > 0
           END-IF.
           EVALUATE TRUE
               WHEN SELECTED-ROW > 0
                   PERFORM 230-START-SELECTED-TRAN
               WHEN SNAMEI NOT = SC-SEARCH-NAME
                 OR SBRCHI NOT = SC-SEARCH-BRANCH
                 OR SC-PAGE-NUMBER = 0
                   PERFORM 240-START-NEW-SEARCH
               WHEN EIBAID = DFHPF8
                   PERFORM 250-PAGE-FORWARD
               WHEN EIBAID = DFHPF7
                   PERFORM 255-PAGE-BACKWARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SC-PAGE-NUMBER > 0
               PERFORM 260-FILL-PAGE
           END-IF.
           PERFORM 290-SEND-RESULTS-MAP.
      * FIELDS THE TELLER DID NOT TOUCH COME BACK AS LOW-VALUES (OR
      * NOT AT ALL, WHEN NOTHING ON THE SCREEN WAS KEYED); TREAT
      * THEM AS BLANK.
       210-RECEIVE-SEARCH-MAP.
           EXEC CICS RECEIVE MAP('LOYSRC') MAPSET('LOYSRC')
               INTO(LOYSRCI)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES          TO LOYSRCI
           END-IF.
           INSPECT SNAMEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT SBRCHI REPLACING ALL LOW-VALUE BY SPACE.
       220-TEST-SELECT-FIELD.
           IF SMR-SEL(ROW-SUB) NOT = SPACE
              AND SMR-SEL(ROW-SUB) NOT = LOW-VALUE
               MOVE ROW-SUB             TO SELECTED-ROW
           END-IF.
      * THE CUSTOMER NUMBER GOES TO THE CHOSEN TRANSACTION AS START
      * DATA AND THIS TASK ENDS WITHOUT A NEXT TRANSID, SO THE
      * STARTED TASK GETS THE TERMINAL AS SOON AS IT IS FREE.
       230-START-SELECTED-TRAN.
           EVALUATE SMR-SEL(SELECTED-ROW)
               WHEN 'I'
                   MOVE 'LYIQ'          TO TARGET-TRANID
               WHEN 'A'
                   MOVE 'LYAJ'          TO TARGET-TRANID
               WHEN 'R'
                   MOVE 'LYRD'          TO TARGET-TRANID
               WHEN OTHER
                   MOVE SPACES          TO TARGET-TRANID
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TARGET-TRANID = SPACES
                   MOVE 'SELECT WITH I (INQUIRY), A (ADJUSTMENT) OR R (R
      -                 'EDEMPTION)'    TO MESSAGE-WORK
               WHEN SC-ROW-CUSTOMER-NUMBER(SELECTED-ROW) = SPACES
                   MOVE 'NO CUSTOMER ON THE SELECTED LINE'
                                        TO MESSAGE-WORK
               WHEN OTHER
                   MOVE SC-ROW-CUSTOMER-NUMBER(SELECTED-ROW)
                                        TO SCA-CUSTOMER-NUMBER
                   EXEC CICS START TRANSID(TARGET-TRANID)
                       TERMID(EIBTRMID)
                       FROM(SEARCH-CARRY-AREA)
                       LENGTH(LENGTH OF SEARCH-CARRY-AREA)
                       RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE = DFHRESP(NORMAL)
                       MOVE 'Y'         TO SW-TRAN-STARTED
                   ELSE
                       STRING 'TRANSACTION ' TARGET-TRANID
                              ' COULD NOT BE STARTED - CALL SUPPORT'
                              DELIMITED BY SIZE
                              INTO MESSAGE-WORK
                   END-IF
           END-EVALUATE.
           IF TRAN-STARTED
               EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
      * A NEW SEARCH BROWSES FROM THE KEYED NAME PADDED WITH
      * LOW-VALUES, SO EVERY NAME BEGINNING WITH IT IS FOUND WHATEVER
      * FOLLOWS.  ONLY THE KEYED LENGTH OF THE NAME HAS TO MATCH.
       240-START-NEW-SEARCH.
           MOVE SNAMEI                 TO SC-SEARCH-NAME.
           MOVE SBRCHI                 TO SC-SEARCH-BRANCH.
           MOVE 0                      TO SC-PAGE-NUMBER.
           IF SC-SEARCH-NAME = SPACES
               MOVE 0                   TO SC-NAME-LENGTH
               MOVE 'PLEASE ENTER ALL OR THE START OF A CUSTOMER NAME'
                                        TO MESSAGE-WORK
           ELSE
               PERFORM 241-FIND-NAME-END
                   VARYING NAME-SUB FROM 19 BY -1
                   UNTIL SC-SEARCH-NAME(NAME-SUB:1) NOT = SPACE
               MOVE NAME-SUB            TO SC-NAME-LENGTH
               MOVE LOW-VALUES          TO BROWSE-KEY
               MOVE SC-SEARCH-NAME(1:SC-NAME-LENGTH)
                                        TO BROWSE-KEY(1:SC-NAME-LENGTH)
               MOVE BROWSE-KEY          TO SC-PAGE-START-KEY(1)
               MOVE 1                   TO SC-PAGE-NUMBER
           END-IF.
       241-FIND-NAME-END.
           CONTINUE.
       250-PAGE-FORWARD.
           EVALUATE TRUE
               WHEN NOT SC-MORE-MATCHES
                   MOVE 'NO MORE MATCHES - END OF LIST'
                                        TO MESSAGE-WORK
               WHEN SC-PAGE-NUMBER NOT < 50
                   MOVE 'TOO MANY MATCHES TO PAGE - KEY MORE OF THE NAME
      -                 ' OR A BRANCH'  TO MESSAGE-WORK
               WHEN OTHER
                   ADD 1                TO SC-PAGE-NUMBER
           END-EVALUATE.
       255-PAGE-BACKWARD.
           IF SC-PAGE-NUMBER > 1
               SUBTRACT 1               FROM SC-PAGE-NUMBER
           ELSE
               MOVE 'ALREADY AT THE FIRST PAGE'
                                        TO MESSAGE-WORK
           END-IF.
      * FILL THE PAGE FROM ITS START KEY.  THE BROWSE STOPS AT THE
      * FIRST NAME PAST THE KEYED ONE; WHEN AN ELEVENTH MATCH IS
      * FOUND ITS KEY BECOMES THE START OF THE NEXT PAGE.
       260-FILL-PAGE.
           MOVE 0                      TO ROW-COUNT.
           MOVE 'N'                    TO SC-MORE-SW.
           MOVE 'N'                    TO SW-END-OF-MATCHES.
           PERFORM 261-CLEAR-RESULT-ROW
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 10.
           MOVE SC-PAGE-START-KEY(SC-PAGE-NUMBER) TO BROWSE-KEY.
           EXEC CICS STARTBR DATASET('CUSTXREF')
               RIDFLD(BROWSE-KEY)
               KEYLENGTH(23)
               GTEQ
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
               PERFORM 262-READ-NEXT-MATCH UNTIL END-OF-MATCHES
               EXEC CICS ENDBR DATASET('CUSTXREF') END-EXEC
           END-IF.
           IF MESSAGE-WORK = SPACES
               EVALUATE TRUE
                   WHEN ROW-COUNT = 0
                       MOVE 'NO CUSTOMERS MATCH - CHECK THE NAME AND BRA
      -                     'NCH'       TO MESSAGE-WORK
                   WHEN SC-MORE-MATCHES
                       MOVE 'KEY I, A OR R BESIDE A CUSTOMER - PF8 NEXT
      -                     'PAGE, PF7 PREVIOUS PAGE'
                                        TO MESSAGE-WORK
                   WHEN OTHER
                       MOVE 'KEY I, A OR R BESIDE A CUSTOMER - END OF LI
      -                     'ST'        TO MESSAGE-WORK
               END-EVALUATE
           END-IF.
       261-CLEAR-RESULT-ROW.
           MOVE SPACES                 TO SMR-SEL(ROW-SUB)
                                          SMR-LINE(ROW-SUB)
                                          SC-ROW-CUSTOMER-NUMBER
                                              (ROW-SUB).
       262-READ-NEXT-MATCH.
           EXEC CICS READNEXT DATASET('CUSTXREF')
               INTO(XREF-RECORD)
               RIDFLD(BROWSE-KEY)
               KEYLENGTH(23)
               RESP(RESP-CODE)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y'            TO SW-END-OF-MATCHES
               WHEN XR-CUSTOMER-NAME(1:SC-NAME-LENGTH)
                    NOT = SC-SEARCH-NAME(1:SC-NAME-LENGTH)
                   MOVE 'Y'            TO SW-END-OF-MATCHES
               WHEN SC-SEARCH-BRANCH NOT = SPACES
                AND XR-BRANCH-CODE NOT = SC-SEARCH-BRANCH
                   CONTINUE
               WHEN ROW-COUNT < 10
                   PERFORM 263-ADD-RESULT-ROW
               WHEN OTHER
                   MOVE 'Y'            TO SC-MORE-SW
                   MOVE 'Y'            TO SW-END-OF-MATCHES
                   IF SC-PAGE-NUMBER < 50
                       COMPUTE NEXT-PAGE-SUB = SC-PAGE-NUMBER + 1
                       MOVE XR-KEY     TO
                                   SC-PAGE-START-KEY(NEXT-PAGE-SUB)
                   END-IF
           END-EVALUATE.
      * A CROSS-REFERENCE ENTRY WITH NO LOYMSTR RECORD (A CUSTOMER
      * ADDED SINCE THE LAST NIGHTLY LOAD) IS STILL LISTED, WITH NO
      * BALANCE OR TIER.
       263-ADD-RESULT-ROW.
           ADD 1                       TO ROW-COUNT.
           MOVE SPACES                 TO SEARCH-LINE-WORK.
           MOVE XR-CUSTOMER-NAME       TO SLW-CUSTOMER-NAME.
           MOVE XR-BRANCH-CODE         TO SLW-BRANCH-CODE.
           MOVE XR-CUSTOMER-NUMBER     TO SLW-CUSTOMER-NUMBER.
           MOVE XR-CUSTOMER-NUMBER     TO LM-CUSTOMER-NUMBER.
           EXEC CICS READ DATASET('LOYMSTR')
               INTO(LOYALTY-MASTER-RECORD)
               RIDFLD(LM-CUSTOMER-NUMBER)
               KEYLENGTH(10)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
               MOVE LM-LOYALTY-PTS      TO SLW-LOYALTY-PTS
               MOVE LM-TIER             TO SLW-TIER
           ELSE
               MOVE 'NO MSTR'           TO SLW-TIER
           END-IF.
           MOVE SEARCH-LINE-WORK       TO SMR-LINE(ROW-COUNT).
           MOVE SLW-CUSTOMER-NUMBER    TO
                                   SC-ROW-CUSTOMER-NUMBER(ROW-COUNT).
      * THE CRITERIA ARE SENT BACK WITH THE MODIFIED-DATA TAG SET SO
      * THEY RETURN ON EVERY ENTER AND A CHANGE TO EITHER STARTS A
      * NEW SEARCH.
       290-SEND-RESULTS-MAP.
           MOVE SC-SEARCH-NAME         TO SNAMEO.
           MOVE SC-SEARCH-BRANCH       TO SBRCHO.
           MOVE DFHBMFSE               TO SNAMEA
                                          SBRCHA.
           MOVE SC-PAGE-NUMBER         TO DF-PAGE-NUMBER.
           MOVE DF-PAGE-NUMBER         TO PAGEO.
           MOVE MESSAGE-WORK           TO ERR-MSGO.
           EXEC CICS SEND MAP('LOYSRC') MAPSET('LOYSRC')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('LYSR')
               COMMAREA(SEARCH-COMMAREA)
               LENGTH(LENGTH OF SEARCH-COMMAREA)
           END-EXEC.
