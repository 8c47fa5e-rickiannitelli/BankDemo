      *              CUSTOMER'S NAME, LIVE PRODUCT COUNT, AND NET   *
      *              LOYALTY POINT BALANCE (EARNED LESS REDEEMED)   *
      *              MAINTAINED ON THE LOYMSTR FILE, WHICH IS       *
      *              KEYED ON THE CUSTOMER NUMBER.  WHEN STARTED    *
      *              FROM THE LYSR CUSTOMER SEARCH THE CHOSEN       *
      *              CUSTOMER IS SHOWN WITHOUT KEYING THE NUMBER.   *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKINQ.
       01  CUSTOMER-NUMBER-IN          PIC X(10).
       01  CUSTOMER-NUMBER-9 REDEFINES CUSTOMER-NUMBER-IN
                                       PIC 9(10).
      * START DATA FROM THE LYSR CUSTOMER SEARCH (ZBNKSRC) - THE
      * NUMBER OF THE CUSTOMER THE TELLER PICKED FROM THE LIST.
       01  SEARCH-CARRY-AREA.
           05  SCA-CUSTOMER-NUMBER     PIC X(10).
       01  SEARCH-CARRY-LENGTH         PIC S9(4) COMP VALUE 10.
       01  WS-COMMAREA                 PIC X VALUE 'X'.
       COPY DFHBMSCA.
       COPY LOYINQ.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           END-IF.
       100-SEND-INITIAL-MAP.
           MOVE SPACES                 TO LOYINQO.
           PERFORM 110-PICK-UP-SEARCH-NUMBER.
           EXEC CICS SEND MAP('LOYINQ') MAPSET('LOYINQ')
               ERASE
           END-EXEC.
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
      * WHEN STARTED FROM THE LYSR CUSTOMER SEARCH THE CHOSEN
      * CUSTOMER NUMBER ARRIVES AS START DATA AND IS LOOKED UP
      * STRAIGHT AWAY, THE SAME AS IF THE TELLER HAD KEYED IT.  THE
      * MODIFIED-DATA TAG IS SET SO ENTER REPEATS THE INQUIRY.
      * STARTED FROM THE MENU THERE IS NO DATA TO RETRIEVE.
       110-PICK-UP-SEARCH-NUMBER.
           EXEC CICS RETRIEVE
               INTO(SEARCH-CARRY-AREA)
               LENGTH(SEARCH-CARRY-LENGTH)
               RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = DFHRESP(NORMAL)
               MOVE SCA-CUSTOMER-NUMBER TO ACCTI
               PERFORM 210-LOOKUP-LOYALTY-MASTER
               PERFORM 220-BUILD-RESPONSE-MAP
               MOVE DFHBMFSE            TO ACCTA
           END-IF.
       200-PROCESS-INQUIRY.
           EXEC CICS RECEIVE MAP('LOYINQ') MAPSET('LOYINQ')
               INTO(LOYINQI)
