      **************************************************************
      * Program:     ZBNKSUPM                                      *
      * Function:    MAINTAIN THE CUSTOMER CONTACT SUPPRESSION FILE *
      *              (CONSUPP, KEYED ON CUSTOMER NUMBER).  EACH     *
      *              ENTRY CARRIES A REASON - 'D' DECEASED, 'R'     *
      *              RETURNED MAIL, 'O' OPTED OUT OF MARKETING -    *
      *              AND THE DATE FROM WHICH IT APPLIES.  THE       *
      *              STATEMENT (ZBNKSTMT), EXPIRATION NOTICE        *
      *              (ZBNKEXPR), TIER LETTER (ZBNKTIER) AND         *
      *              MARKETING FEED (ZBNKMKTF) STEPS READ IT AND    *
      *              DROP THE CUSTOMER'S PIECE WHEN THE REASON      *
      *              APPLIES TO THAT OUTPUT.  CUSTOMER SERVICE      *
      *              KEYS ONE TRANSACTION PER CHANGE TO THE SUPPTXN *
      *              FILE: 'A' ADDS AN ENTRY (OR REPLACES THE       *
      *              REASON AND DATE OF AN EXISTING ONE), 'D'       *
      *              REMOVES ONE.  A BLANK EFFECTIVE DATE MEANS     *
      *              TODAY.  THE FILE HOLDS ONE REASON PER          *
      *              CUSTOMER, SO A REPLACEMENT MAY NOT WEAKEN IT - *
      *              THE REASONS RANK D, THEN R, THEN O, AND AN 'A' *
      *              WITH A LOWER-RANKED REASON THAN THE ENTRY ON   *
      *              FILE IS REJECTED.  A NON-NUMERIC CUSTOMER      *
      *              NUMBER OR DATE, AN UNKNOWN REASON, A CUSTOMER  *
      *              NOT ON LOYMSTR, A WEAKER REASON, OR A REMOVAL  *
      *              FOR A CUSTOMER WITH NO ENTRY IS REJECTED AND   *
      *              THE FILE LEFT UNTOUCHED.                       *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKSUPM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-TXN-FILE ASSIGN SUPPTXN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN CONSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUSTOMER-NUMBER.
           SELECT LOYALTY-MASTER-FILE ASSIGN LOYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-NUMBER.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-TXN-FILE.
       01  SUPP-TXN-RECORD.
           05  ST-ACTION               PIC X(01).
               88  ADD-ACTION                VALUE 'A'.
               88  REMOVE-ACTION             VALUE 'D'.
           05  ST-CUSTOMER-NUMBER      PIC X(10).
           05  ST-CUSTOMER-NUMBER-N REDEFINES ST-CUSTOMER-NUMBER
                                       PIC 9(10).
           05  ST-REASON               PIC X(01).
               88  ST-VALID-REASON           VALUE 'D' 'R' 'O'.
           05  ST-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(20).
       FD  SUPPRESSION-FILE.
       01  SUPPRESSION-RECORD.
           05  CS-CUSTOMER-NUMBER      PIC 9(10).
           05  CS-REASON               PIC X(01).
               88  CS-DECEASED               VALUE 'D'.
               88  CS-RETURNED-MAIL          VALUE 'R'.
               88  CS-MARKETING-OPT-OUT      VALUE 'O'.
           05  CS-EFFECTIVE-DATE       PIC X(08).
           05  CS-MAINT-DATE           PIC X(08).
           05  FILLER                  PIC X(13).
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
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DATA               VALUE 'Y'.
           05  SW-TXN-VALID            PIC X VALUE 'N'.
               88  TXN-VALID                 VALUE 'Y'.
       01  MAINTENANCE-COUNTERS.
           05  CTR-TXNS-READ           PIC 9(5) VALUE 0.
           05  CTR-ENTRIES-ADDED       PIC 9(5) VALUE 0.
           05  CTR-ENTRIES-REPLACED    PIC 9(5) VALUE 0.
           05  CTR-ENTRIES-REMOVED     PIC 9(5) VALUE 0.
           05  CTR-NOT-ON-MASTER       PIC 9(5) VALUE 0.
           05  CTR-NOT-ON-FILE         PIC 9(5) VALUE 0.
           05  CTR-WEAKER-REASON       PIC 9(5) VALUE 0.
           05  CTR-BAD-FIELDS          PIC 9(5) VALUE 0.
           05  CTR-BAD-ACTIONS         PIC 9(5) VALUE 0.
       01  SAVE-AREAS.
           05  DATE-WS.
               10 DATE-YEAR            PIC X(04) VALUE SPACES.
               10 DATE-MONTH           PIC X(02) VALUE SPACES.
               10 DATE-DAY             PIC X(02) VALUE SPACES.
           05  EFFECTIVE-DATE-WORK     PIC X(08) VALUE SPACES.
           05  REASON-TO-RANK          PIC X(01) VALUE SPACE.
           05  REASON-RANK             PIC 9(01) VALUE 0.
           05  OLD-REASON-RANK         PIC 9(01) VALUE 0.
           05  NEW-REASON-RANK         PIC 9(01) VALUE 0.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRANSACTIONS UNTIL END-OF-DATA.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE  TO DATE-WS.
           OPEN INPUT SUPP-TXN-FILE.
           OPEN I-O   SUPPRESSION-FILE.
           OPEN INPUT LOYALTY-MASTER-FILE.
           PERFORM 230-READ-A-RECORD.
       200-PROCESS-TRANSACTIONS.
           EVALUATE TRUE
               WHEN ADD-ACTION
                   PERFORM 210-APPLY-A-SUPPRESSION
               WHEN REMOVE-ACTION
                   PERFORM 220-REMOVE-A-SUPPRESSION
               WHEN OTHER
                   ADD 1 TO CTR-BAD-ACTIONS
                   DISPLAY 'ZBNKSUPM BAD ACTION "' ST-ACTION
                       '" FOR ' ST-CUSTOMER-NUMBER
           END-EVALUATE.
           PERFORM 230-READ-A-RECORD.
      * THE CUSTOMER MUST BE ON THE MASTER SO A MISKEYED NUMBER
      * CANNOT SILENTLY SUPPRESS NOBODY (OR THE WRONG CUSTOMER LATER,
      * WHEN THE NUMBER IS ASSIGNED).  AN EXISTING ENTRY IS REPLACED
      * RATHER THAN REJECTED - A RETURNED-MAIL CUSTOMER WHO IS LATER
      * REPORTED DECEASED IS SIMPLY RE-KEYED WITH THE NEW REASON -
      * BUT NEVER BY A WEAKER REASON (SEE 227-).
       210-APPLY-A-SUPPRESSION.
           PERFORM 215-EDIT-TRANSACTION.
           IF TXN-VALID
               MOVE ST-CUSTOMER-NUMBER-N TO LM-CUSTOMER-NUMBER
               READ LOYALTY-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO CTR-NOT-ON-MASTER
                       DISPLAY 'ZBNKSUPM CUSTOMER NOT ON LOYMSTR: '
                           ST-CUSTOMER-NUMBER
                   NOT INVALID KEY
                       PERFORM 225-WRITE-THE-ENTRY
               END-READ
           END-IF.
       215-EDIT-TRANSACTION.
           MOVE 'N'                    TO SW-TXN-VALID.
           EVALUATE TRUE
               WHEN ST-CUSTOMER-NUMBER NOT NUMERIC
                   ADD 1 TO CTR-BAD-FIELDS
                   DISPLAY 'ZBNKSUPM BAD CUSTOMER NUMBER: '
                       ST-CUSTOMER-NUMBER
               WHEN NOT ST-VALID-REASON
                   ADD 1 TO CTR-BAD-FIELDS
                   DISPLAY 'ZBNKSUPM BAD REASON "' ST-REASON
                       '" FOR ' ST-CUSTOMER-NUMBER
               WHEN ST-EFFECTIVE-DATE = SPACES
                   MOVE DATE-WS        TO EFFECTIVE-DATE-WORK
                   MOVE 'Y'            TO SW-TXN-VALID
               WHEN ST-EFFECTIVE-DATE NOT NUMERIC
                   ADD 1 TO CTR-BAD-FIELDS
                   DISPLAY 'ZBNKSUPM BAD EFFECTIVE DATE '
                       ST-EFFECTIVE-DATE ' FOR ' ST-CUSTOMER-NUMBER
               WHEN OTHER
                   MOVE ST-EFFECTIVE-DATE TO EFFECTIVE-DATE-WORK
                   MOVE 'Y'            TO SW-TXN-VALID
           END-EVALUATE.
       220-REMOVE-A-SUPPRESSION.
           IF ST-CUSTOMER-NUMBER NOT NUMERIC
               ADD 1 TO CTR-BAD-FIELDS
               DISPLAY 'ZBNKSUPM BAD CUSTOMER NUMBER: '
                   ST-CUSTOMER-NUMBER
           ELSE
               MOVE ST-CUSTOMER-NUMBER-N TO CS-CUSTOMER-NUMBER
               READ SUPPRESSION-FILE
                   INVALID KEY
                       ADD 1 TO CTR-NOT-ON-FILE
                       DISPLAY 'ZBNKSUPM NO SUPPRESSION ON FILE: '
                           ST-CUSTOMER-NUMBER
                   NOT INVALID KEY
                       DELETE SUPPRESSION-FILE
                       ADD 1 TO CTR-ENTRIES-REMOVED
               END-READ
           END-IF.
       225-WRITE-THE-ENTRY.
           MOVE ST-CUSTOMER-NUMBER-N   TO CS-CUSTOMER-NUMBER.
           READ SUPPRESSION-FILE
               INVALID KEY
                   PERFORM 226-BUILD-THE-ENTRY
                   WRITE SUPPRESSION-RECORD
                   ADD 1 TO CTR-ENTRIES-ADDED
               NOT INVALID KEY
                   PERFORM 227-REPLACE-THE-ENTRY
           END-READ.
       226-BUILD-THE-ENTRY.
           MOVE SPACES                 TO SUPPRESSION-RECORD.
           MOVE ST-CUSTOMER-NUMBER-N   TO CS-CUSTOMER-NUMBER.
           MOVE ST-REASON              TO CS-REASON.
           MOVE EFFECTIVE-DATE-WORK    TO CS-EFFECTIVE-DATE.
           MOVE DATE-WS                TO CS-MAINT-DATE.
      * ONE REASON IS KEPT PER CUSTOMER AND EACH OUTPUT TESTS ONLY
      * THAT ONE, SO AN OPT-OUT KEYED OVER A DECEASED OR RETURNED-MAIL
      * ENTRY WOULD TURN STATEMENTS AND EXPIRATION NOTICES BACK ON.
      * THE STRONGER REASON STANDS; TO WEAKEN AN ENTRY THAT WAS KEYED
      * IN ERROR, REMOVE IT AND ADD THE CORRECT ONE.
       227-REPLACE-THE-ENTRY.
           MOVE CS-REASON              TO REASON-TO-RANK.
           PERFORM 228-RANK-A-REASON.
           MOVE REASON-RANK            TO OLD-REASON-RANK.
           MOVE ST-REASON              TO REASON-TO-RANK.
           PERFORM 228-RANK-A-REASON.
           MOVE REASON-RANK            TO NEW-REASON-RANK.
           IF NEW-REASON-RANK < OLD-REASON-RANK
               ADD 1 TO CTR-WEAKER-REASON
               DISPLAY 'ZBNKSUPM REASON "' ST-REASON
                   '" IS WEAKER THAN "' CS-REASON '" ON FILE FOR '
                   ST-CUSTOMER-NUMBER
           ELSE
               PERFORM 226-BUILD-THE-ENTRY
               REWRITE SUPPRESSION-RECORD
               ADD 1 TO CTR-ENTRIES-REPLACED
           END-IF.
       228-RANK-A-REASON.
           EVALUATE REASON-TO-RANK
               WHEN 'D'
                   MOVE 3              TO REASON-RANK
               WHEN 'R'
                   MOVE 2              TO REASON-RANK
               WHEN 'O'
                   MOVE 1              TO REASON-RANK
               WHEN OTHER
                   MOVE 0              TO REASON-RANK
           END-EVALUATE.
       230-READ-A-RECORD.
           READ SUPP-TXN-FILE
               AT END
                   MOVE 'Y'            TO SW-END-OF-DATA
               NOT AT END
                   ADD 1 TO CTR-TXNS-READ
           END-READ.
       300-WRAP-UP.
           DISPLAY 'ZBNKSUPM TRANSACTIONS READ .. ' CTR-TXNS-READ.
           DISPLAY 'ZBNKSUPM ENTRIES ADDED ...... '
               CTR-ENTRIES-ADDED.
           DISPLAY 'ZBNKSUPM ENTRIES REPLACED ... '
               CTR-ENTRIES-REPLACED.
           DISPLAY 'ZBNKSUPM ENTRIES REMOVED .... '
               CTR-ENTRIES-REMOVED.
           DISPLAY 'ZBNKSUPM NOT ON LOYMSTR ..... '
               CTR-NOT-ON-MASTER.
           DISPLAY 'ZBNKSUPM REMOVE NOT ON FILE . ' CTR-NOT-ON-FILE.
           DISPLAY 'ZBNKSUPM WEAKER REASON ...... '
               CTR-WEAKER-REASON.
           DISPLAY 'ZBNKSUPM BAD FIELDS ......... ' CTR-BAD-FIELDS.
           DISPLAY 'ZBNKSUPM BAD ACTION CODES ... ' CTR-BAD-ACTIONS.
           CLOSE SUPP-TXN-FILE SUPPRESSION-FILE LOYALTY-MASTER-FILE.
