      *              THE CYCLECTL FILE AT WRAP-UP - POINTS ISSUED   *
      *              ON THE REPT10 PRODUCT SUMMARY AND WRITTEN TO   *
      *              EARNX10/CRMX10 BY ZBNKLYTY, POINTS STAGED OFF  *
      *              THE SNAPSHOT BY ZBNKEMNT, POINTS MOVED BETWEEN *
      *              CUSTOMERS BY ZBNKXFER, AND EXTRACT POINTS      *
      *              ACCEPTED AND LANDED BY ZBNKLOAD.  THIS STEP    *
      *              MATCHES THEM STAGE BY STAGE, PRINTS THE CYCLE  *
      *              BALANCE REPORT NAMING THE FIRST STAGE THAT     *
      *                                                            *
      *              PARM='PRELOAD ' CHECKS THE STAGES THAT RUN     *
      *              AHEAD OF THE MASTER REFRESH (REPORT TO EARN    *
      *              SNAPSHOT, SNAPSHOT TO HISTORY MERGE,           *
      *              TRANSFERS OUT TO TRANSFERS IN) - THE           *
      *              REFRESH STEP IS CONDITIONED ON THIS STEP'S     *
      *              RETURN CODE.  PARM='POSTLOAD' RE-CHECKS THE    *
      *              FULL CHAIN INCLUDING THE EXTRACT-TO-MASTER     *
      * ONE SLOT PER KNOWN STAGE - A RERUN'S SECOND CONTROL RECORD
      * FOR A STAGE REPLACES THE FIRST, SO THE LATEST TOTALS WIN.
       01  STAGE-TABLE.
           05  ST-ENTRY OCCURS 8 TIMES.
               10  ST-STAGE            PIC X(08).
               10  ST-PROGRAM          PIC X(08).
               10  ST-POINTS           PIC 9(09).
           05  FILLER                  PIC X(8) VALUE 'CRMXOUT'.
           05  FILLER                  PIC X(8) VALUE 'CRMXIN'.
           05  FILLER                  PIC X(8) VALUE 'MSTROUT'.
           05  FILLER                  PIC X(8) VALUE 'XFEROUT'.
           05  FILLER                  PIC X(8) VALUE 'XFERIN'.
       01  STAGE-NAME-TABLE REDEFINES STAGE-NAME-VALUES.
           05  STAGE-NAME              PIC X(8) OCCURS 8 TIMES.
       01  CHECK-WORK-AREAS.
           05  CHK-FROM-SUB            PIC 9(3) VALUE 0.
           05  CHK-TO-SUB              PIC 9(3) VALUE 0.
               MOVE 'P' TO SW-RUN-PHASE
           END-IF.
           PERFORM 110-INIT-STAGE-ENTRY
               VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 8.
           OPEN INPUT  CYCLE-CONTROL-FILE.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE HEADING-1              TO BALANCE-LINE-OUT
           MOVE 0   TO ST-MATCH-SUB.
           PERFORM 210-FIND-STAGE-ENTRY
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > 8 OR ST-ENTRY-FOUND.
           IF ST-ENTRY-FOUND
               MOVE CC-PROGRAM         TO ST-PROGRAM(ST-MATCH-SUB)
               MOVE CC-POINTS          TO ST-POINTS(ST-MATCH-SUB)
      * LINE ON THE REPORT IS THE FIRST INTERFACE THAT DROPPED
      * POINTS.  THE EXTRACT-TO-MASTER STAGES ONLY EXIST AFTER THE
      * REFRESH HAS RUN, SO THE PRELOAD PHASE STOPS AT THE HISTORY
      * MERGE AND THE TRANSFER POSTING, WHICH MUST NET TO ZERO.
       250-CHECK-THE-STAGES.
           MOVE 1 TO CHK-FROM-SUB.
           MOVE 2 TO CHK-TO-SUB.
           MOVE 'EARN SNAPSHOT TO HISTORY MERGE .. '
               TO CHK-CAPTION-WORK.
           PERFORM 260-CHECK-ONE-STAGE.
           MOVE 7 TO CHK-FROM-SUB.
           MOVE 8 TO CHK-TO-SUB.
           MOVE 'TRANSFERS OUT TO TRANSFERS IN ... '
               TO CHK-CAPTION-WORK.
           PERFORM 260-CHECK-ONE-STAGE.
           IF POSTLOAD-PHASE
               MOVE 4 TO CHK-FROM-SUB
               MOVE 5 TO CHK-TO-SUB
