      **************************************************************
      * Program:     ZBNKMKTF                                      *
      * Function:    CUT THE MARKETING COPY OF THE CYCLE'S CRM      *
      *              EXTRACT.  CRMX10 ITSELF MUST CARRY EVERY       *
      *              CUSTOMER - THE MASTER REFRESH (ZBNKLOAD), THE  *
      *              TIER COMPARE (ZBNKTIER), THE EXPIRATION RUN'S  *
      *              ADDRESS LOOKUP AND THE SAVED PRIOR COPY ALL    *
      *              READ IT - SO THE SUPPRESSION IS APPLIED TO A   *
      *              COPY INSTEAD.  EACH CRMX10 RECORD IS COPIED TO *
      *              CRMMKT10 UNLESS THE CUSTOMER HAS AN ENTRY IN   *
      *              EFFECT ON THE CONTACT SUPPRESSION FILE         *
      *              (CONSUPP) FOR ANY REASON - DECEASED, RETURNED  *
      *              MAIL OR MARKETING OPT-OUT.  MARKETING TAKES    *
      *              ITS MAILING LISTS FROM CRMMKT10.  THE RECORDS  *
      *              READ, WRITTEN AND SUPPRESSED BY REASON ARE     *
      *              APPENDED TO THE OPERATIONS REPORT (REPT10,     *
      *              OPENED EXTEND).                                *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKMKTF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-EXTRACT-FILE  ASSIGN CRMX10
               ORGANIZATION IS SEQUENTIAL.
           SELECT MARKETING-FILE    ASSIGN CRMMKT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN REPT10
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN CONSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUSTOMER-NUMBER.
       DATA DIVISION.
       FILE SECTION.
       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRX-CUSTOMER-NAME       PIC X(19).
           05  CRX-ADDRESS             PIC X(20).
           05  CRX-PHONE               PIC X(07).
           05  CRX-PRODUCT-COUNT       PIC 9(03).
           05  CRX-LOYALTY-PTS         PIC 9(04).
           05  CRX-BRANCH-CODE         PIC X(04).
           05  CRX-CUSTOMER-NUMBER     PIC 9(10).
           05  FILLER                  PIC X(03).
       FD  MARKETING-FILE.
       01  MARKETING-RECORD            PIC X(70).
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DATA               VALUE 'Y'.
           05  SW-CUSTOMER-SUPPRESSED  PIC X VALUE 'N'.
               88  CUSTOMER-SUPPRESSED       VALUE 'Y'.
       01  WORK-AREAS.
           05  TIMESTAMP-WS.
               10  TS-DATE             PIC X(08) VALUE SPACES.
               10  TS-TIME             PIC X(06) VALUE SPACES.
               10  FILLER              PIC X(07) VALUE SPACES.
       01  FEED-COUNTERS.
           05  CTR-RECORDS-READ        PIC 9(5) VALUE 0.
           05  CTR-RECORDS-WRITTEN     PIC 9(5) VALUE 0.
           05  CTR-SUPP-DECEASED       PIC 9(5) VALUE 0.
           05  CTR-SUPP-RETURNED-MAIL  PIC 9(5) VALUE 0.
           05  CTR-SUPP-OPT-OUT        PIC 9(5) VALUE 0.
       01  FEED-HEADING-LINE.
           05  FILLER                  PIC X(42) VALUE
               ' MARKETING FEED CONTACT SUPPRESSION'.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  RECORDS-READ-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' CRM EXTRACT RECORDS READ ...... '.
           05  RRL-COUNT               PIC ZZZZ9.
       01  RECORDS-WRITTEN-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' MARKETING RECORDS WRITTEN ..... '.
           05  RWL-COUNT               PIC ZZZZ9.
       01  SUPP-DECEASED-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' SUPPRESSED - DECEASED ......... '.
           05  SDL-COUNT               PIC ZZZZ9.
       01  SUPP-RETURNED-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' SUPPRESSED - RET MAIL ......... '.
           05  SRL-COUNT               PIC ZZZZ9.
       01  SUPP-OPT-OUT-LINE.
           05  FILLER                  PIC X(33)
                    VALUE ' SUPPRESSED - OPT-OUT .......... '.
           05  SOL-COUNT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-COPY-RECORDS UNTIL END-OF-DATA.
           PERFORM 300-WRAP-UP.
           STOP RUN.
       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE  TO TIMESTAMP-WS.
           OPEN INPUT  CRM-EXTRACT-FILE.
           OPEN INPUT  SUPPRESSION-FILE.
           OPEN OUTPUT MARKETING-FILE.
           OPEN EXTEND REPORT-FILE.
           PERFORM 230-READ-A-RECORD.
       200-COPY-RECORDS.
           PERFORM 210-CHECK-SUPPRESSION.
           IF NOT CUSTOMER-SUPPRESSED
               MOVE CRM-EXTRACT-RECORD TO MARKETING-RECORD
               WRITE MARKETING-RECORD
               ADD 1 TO CTR-RECORDS-WRITTEN
           END-IF.
           PERFORM 230-READ-A-RECORD.
      * THE MARKETING FEED IS MARKETING, SO ANY SUPPRESSION IN EFFECT
      * ON THE RUN DATE DROPS THE CUSTOMER.
       210-CHECK-SUPPRESSION.
           MOVE 'N'                    TO SW-CUSTOMER-SUPPRESSED.
           MOVE CRX-CUSTOMER-NUMBER    TO CS-CUSTOMER-NUMBER.
           READ SUPPRESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-EFFECTIVE-DATE NOT > TS-DATE
                       EVALUATE TRUE
                           WHEN CS-DECEASED
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-DECEASED
                           WHEN CS-RETURNED-MAIL
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-RETURNED-MAIL
                           WHEN CS-MARKETING-OPT-OUT
                               MOVE 'Y' TO SW-CUSTOMER-SUPPRESSED
                               ADD 1 TO CTR-SUPP-OPT-OUT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       230-READ-A-RECORD.
           READ CRM-EXTRACT-FILE
               AT END
                   MOVE 'Y'            TO SW-END-OF-DATA
               NOT AT END
                   ADD 1 TO CTR-RECORDS-READ
           END-READ.
       300-WRAP-UP.
           MOVE FEED-HEADING-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-RECORDS-READ       TO RRL-COUNT.
           MOVE RECORDS-READ-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-RECORDS-WRITTEN    TO RWL-COUNT.
           MOVE RECORDS-WRITTEN-LINE   TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-DECEASED      TO SDL-COUNT.
           MOVE SUPP-DECEASED-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-RETURNED-MAIL TO SRL-COUNT.
           MOVE SUPP-RETURNED-LINE     TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE CTR-SUPP-OPT-OUT       TO SOL-COUNT.
           MOVE SUPP-OPT-OUT-LINE      TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           CLOSE CRM-EXTRACT-FILE SUPPRESSION-FILE
                 MARKETING-FILE REPORT-FILE.
