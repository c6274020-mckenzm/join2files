      *-------------------------------------------------------------*
      *  STKPOST1 : POST THE JUST-WRITTEN OUTFILE GENERATION, AS     *
      *             PASSED BY THE STKDUP1 DUPLICATE CHECK (THE       *
      *             POSTIN GDG - OUTFILE LAYOUT, SUSPECTED DUPLICATE *
      *             OUTRECS HELD BACK, RELEASED ONES ADDED), TO THE  *
      *             VSAM ACCOUNT MASTER (ACCTMST, KEYED ON THE       *
      *             ACCOUNT KEY) SO SERVICE REPS CAN SEE THE LATEST  *
      *             JOINED ACTIVITY FOR AN ACCOUNT BETWEEN BATCH     *
      *             CYCLES INSTEAD OF WAITING FOR TOMORROW'S         *
      *             REPORTS. FOR EACH OUTREC: READ THE MASTER BY     *
      *             OH-ACCOUNT-KEY AND, WHEN THE ACCOUNT IS OPEN,    *
      *             UPDATE IT - ACCUMULATE THE LINE-ITEM AMOUNTS,    *
      *             KEEP THE LATEST DETAIL TRAN DATE, BUMP THE       *
      *             POSTING COUNT AND THE MONTH-TO-DATE AMOUNT AND   *
      *             COUNT (RESET BY THE STKMEC1 MONTH-END CLOSE),    *
      *             AND STAMP THE RUN-ID THAT PRODUCED THE OUTFILE.  *
      *             POSTING TOTALS ARE DISPLAYED AT END.             *
      *             ACCOUNT STATUS: ACCOUNTS ARE OPENED, FROZEN AND  *
      *             CLOSED ONLY BY STKAMM1 - THIS PROGRAM NEVER      *
      *             CREATES A MASTER RECORD. AN OUTREC FOR AN        *
      *             ACCOUNT THAT WAS NEVER OPENED, OR IS FROZEN OR   *
      *             CLOSED, IS NOT POSTED - IT IS WRITTEN UNCHANGED  *
      *             TO THE POSTING-EXCEPTION FILE (POSTEXC, SAME     *
      *             LAYOUT AS OUTFILE SO IT CAN BE RE-FED HERE ONCE  *
      *             THE ACCOUNT IS SORTED OUT) AND LISTED ON THE     *
      *             POSTING-EXCEPTION REPORT (PEXRPT). RETURN CODES: *
      *             0 = EVERY RECORD POSTED, 4 = POSTING EXCEPTIONS  *
      *             (SEE THE REPORT), 16 = I/O ERROR OR REFUSED RUN. *
      *             THE CLUSTER IS DEFINED AND PRIMED ONCE BY        *
      *             STKPOSTG - AN UNLOADED KSDS WILL NOT OPEN I-O.   *
      *             DUPLICATE-RUN GUARD: POSTING IS CUMULATIVE, SO   *
      *             RESUBMITTED STKPOSTJ CAN NO LONGER DOUBLE        *
      *             AM-AMOUNT-TOTAL. EXEC PARM BYTE 1 OF 'F' IS      *
      *             THE EXPLICIT OPERATOR OVERRIDE.                  *
      *             EVERY OUTREC POSTED IS ALSO COPIED UNCHANGED TO  *
      *             THE POSTED-RECORDS FILE (POSTED GDG, OUTFILE     *
      *             LAYOUT), WHICH STKHLD1 LOADS INTO THE HISTORY -  *
      *             SO HISTORY HOLDS WHAT REACHED THE MASTER, NOT    *
      *             THE POSTING EXCEPTIONS.                          *
      *             POSTEXC RE-FEED: EXEC PARM 'ENNNN', WHERE NNNN   *
      *             IS THE ABSOLUTE GENERATION NUMBER OF THE POSTEXC *
      *             DATASET BEING RE-FED (G0NNNV00). THE RUN-ID ON   *
      *             THE RECORDS IS ALREADY REGISTERED, SO THE RE-    *
      *             FEED IS REGISTERED AND CHECKED UNDER ITS OWN     *
      *             ENTRY TYPE ('E', KEYED ON THE GENERATION) - A    *
      *             SECOND RE-FEED OF ONE GENERATION HARD-STOPS      *
      *             ('DP'), WITH NO OVERRIDE. THE BUSINESS-DATE      *
      *             GUARD USES THE GENERATION AS ITS STEP QUALIFIER, *
      *             AND THE RUN-LOG RECORD IS WRITTEN AS STEP        *
      *             'STKPOSTE' SO THE NIGHT'S OWN FIGURES STAND.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
               FILE STATUS IS RL-FILE-STATUS.
           SELECT RUNREG  ASSIGN TO UT-S-RUNREG
               FILE STATUS IS RR-FILE-STATUS.
           SELECT POSTEXC ASSIGN TO UT-S-POSTEXC
               FILE STATUS IS PE-FILE-STATUS.
           SELECT PEXRPT  ASSIGN TO UT-S-PEXRPT
               FILE STATUS IS RP-FILE-STATUS.
           SELECT POSTED  ASSIGN TO UT-S-POSTED
               FILE STATUS IS PD-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
                 ==STK-ITEM-AMOUNT== BY ==PO-ITEM-AMOUNT==.

       FD  ACCTMST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AM-RECORD.
       01  AM-RECORD.
           COPY STKMAST REPLACING
              ==STK-AM-LAST-TRAN-DATE== BY ==AM-LAST-TRAN-DATE==
              ==STK-AM-AMOUNT-TOTAL==   BY ==AM-AMOUNT-TOTAL==
              ==STK-AM-POST-COUNT==     BY ==AM-POST-COUNT==
              ==STK-AM-LAST-RUN-ID==    BY ==AM-LAST-RUN-ID==
              ==STK-AM-STATUS==         BY ==AM-STATUS==
              ==STK-AM-OPEN-DATE==      BY ==AM-OPEN-DATE==
              ==STK-AM-CLOSE-DATE==     BY ==AM-CLOSE-DATE==
              ==STK-AM-MTD-AMOUNT==     BY ==AM-MTD-AMOUNT==
              ==STK-AM-MTD-COUNT==      BY ==AM-MTD-COUNT==
              ==STK-AM-LAST-CLOSE-PERIOD== BY ==AM-LAST-CLOSE-PERIOD==.

      *                          SHARED RUN-LOG - ONE COMPLETION
      *                          RECORD APPENDED AT END OF RUN SO
       01  RRREC.
           COPY STKRREG.

      *                          POSTING EXCEPTIONS - EVERY OUTREC
      *                          NOT POSTED BECAUSE OF THE ACCOUNT'S
      *                          STATUS, COPIED BYTE FOR BYTE AT ITS
      *                          OWN LENGTH. THE FILE IS AN OUTFILE
      *                          IN EVERY RESPECT AND IS RE-FED TO
      *                          THIS PROGRAM (PARM 'ENNNN', NNNN THE
      *                          GENERATION NUMBER) ONCE THE ACCOUNT
      *                          HAS BEEN OPENED OR UNFROZEN. THE
      *                          RE-FEED IS REGISTERED AS TYPE 'E'
      *                          ON THAT GENERATION, SO ONE
      *                          GENERATION IS NEVER RE-FED TWICE.
       FD  POSTEXC
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON PO-EXC-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PE-RECORD.
       01  PE-RECORD                      PIC X(170).

      *                          POSTED RECORDS - EVERY OUTREC THAT
      *                          UPDATED THE MASTER, COPIED BYTE FOR
      *                          BYTE AT ITS OWN LENGTH. STKHLD1
      *                          LOADS THE TRANSACTION HISTORY FROM
      *                          THIS FILE.
       FD  POSTED
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON PO-PST-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PD-RECORD.
       01  PD-RECORD                      PIC X(170).

       FD  PEXRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PO-PRINT-REC.
       01  PO-PRINT-REC                   PIC X(133).

      *                          BUSINESS-DATE CONTROL FILE - THE
      *                          CURRENT BUSINESS DATE AND THIS
      *                          STEP'S COMPLETION RECORD. SEE THE
      *                          STKBCTL COPYBOOK.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
              88 PO-DUP-FOUND           VALUE 'Y'.
           05 END-OF-REG-IND      PIC X VALUE SPACE.
              88 SW-END-OF-REGISTRY     VALUE 'Y'.
           05 PO-REFEED-IND       PIC X VALUE 'N'.
              88 PO-REFEED-RUN          VALUE 'E'.

      *                          THE POSTEXC GENERATION BEING RE-FED
      *                          (PARM 'ENNNN') - ZERO ON A NIGHTLY
      *                          RUN.
       01  PO-REFEED-GEN          PIC 9(04) VALUE ZERO.

       01  PO-REC-LENGTH          PIC 9(03) COMP.
       01  PO-EXC-LENGTH          PIC 9(03) COMP.
       01  PO-PST-LENGTH          PIC 9(03) COMP.

       01  PO-LINE-INDEX          PIC 9(02) COMP.


       01  PO-POSTING-TOTALS.
           05 PO-READ-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 PO-UPDATE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 PO-AMOUNT-POSTED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 PO-EXCEPT-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 PO-AMOUNT-EXCEPTED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 PO-NOT-OPEN-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 PO-FROZEN-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 PO-CLOSED-COUNT     PIC 9(08) COMP-3 VALUE ZERO.

      *                          WHY THE CURRENT OUTREC WAS NOT
      *                          POSTED - THE CODE GOES ON THE
      *                          REPORT BESIDE ITS MEANING:
      *                            NF - NEVER OPENED (NOT ON MASTER)
      *                            FR - ACCOUNT FROZEN
      *                            CL - ACCOUNT CLOSED
      *                            ST - STATUS NOT RECOGNISED
       01  PO-EXC-REASON          PIC X(02) VALUE SPACE.
       01  PO-EXC-TEXT            PIC X(14) VALUE SPACE.

      *                          POSTING-EXCEPTION REPORT LINE.
       01  PO-DETAIL-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PO-PRT-KEY          PIC X(04).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 PO-PRT-TRAN-DATE    PIC X(08).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 PO-PRT-STATUS       PIC X(01).
           05 FILLER              PIC X(05) VALUE SPACE.
           05 PO-PRT-REASON       PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PO-PRT-REASON-TEXT  PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 PO-PRT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 PO-PRT-RUN-ID       PIC X(12).
           05 FILLER              PIC X(56) VALUE SPACE.

       01  PO-PRT-COUNT           PIC ZZZ,ZZ9.
       01  PO-PRT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  PO-FILE-STATUSES.
           05 OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 AM-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RR-FILE-STATUS      PIC X(02) VALUE '00'.
           05 PE-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 PD-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          RUN-LOG STAMP WORK FIELDS - THE
      *                          RUN-ID IS THE ONE ON THE GENERATION
      *                          BEING POSTED (FROM THE LAST OUTREC
      *                          READ - EVERY RECORD CARRIES THE
      *                          SAME ONE). A RE-FEED LOGS UNDER ITS
      *                          OWN STEP NAME.
       01  PO-LOG-WORK.
           05 PO-LOG-STEP-NAME    PIC X(08) VALUE 'STKPOST1'.
           05 PO-LOG-RUN-ID       PIC X(12) VALUE SPACE.
           05 PO-LOG-DATE         PIC 9(06) VALUE ZERO.
           05 PO-LOG-TIME         PIC 9(08) VALUE ZERO.
           05 PO-LOG-IN1-GEN      PIC 9(04) VALUE ZERO.
           05 PO-LOG-IN2-GEN      PIC 9(04) VALUE ZERO.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  PO-BUSINESS-CONTROL.
           05 PO-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 PO-STEP-NAME        PIC X(08) VALUE 'STKPOST1'.
           05 PO-STEP-QUAL        PIC X(04) VALUE SPACE.

       01  PO-ERROR-INFO.
           05 PO-ERROR-FILE-ID    PIC X(08).
           05 PO-ERROR-STATUS     PIC X(02).
              UNTIL SW-END-OF-FILE
           PERFORM 30-FINISH.

      *                         BYTE 1 OF 'F' IS THE DUPLICATE-RUN
      *                         OVERRIDE - IT POSTS A RUN-ID THE
      *                         REGISTRY ALREADY SHOWS AS APPLIED.
      *                         BYTE 1 OF 'E' IS A POSTEXC RE-FEED,
      *                         WITH THE POSTEXC GENERATION NUMBER
      *                         IN BYTES 2-5. NORMAL RUNS CARRY NO
      *                         PARM.
       05-GET-PARM.
           IF PO-PARM-LENGTH > ZERO AND PO-PARM-DATA(1:1) = 'F'
              MOVE 'F' TO PO-FORCE-IND
              DISPLAY 'STKPOST1 - DUPLICATE-RUN OVERRIDE IN FORCE '
                      '- THE RUN REGISTRY WILL NOT BLOCK THIS '
                      'GENERATION'
           END-IF
           IF PO-PARM-LENGTH > ZERO AND PO-PARM-DATA(1:1) = 'E'
              IF PO-PARM-LENGTH < 5
                    OR PO-PARM-DATA(2:4) NOT NUMERIC
                    OR PO-PARM-DATA(2:4) = '0000'
                 DISPLAY 'STKPOST1 - RE-FEED PARM MUST BE ''ENNNN'' '
                         '- NNNN THE POSTEXC GENERATION NUMBER'
                 MOVE 'PARM'     TO PO-ERROR-FILE-ID
                 MOVE 'PM'       TO PO-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
              MOVE 'E'               TO PO-REFEED-IND
              MOVE PO-PARM-DATA(2:4) TO PO-REFEED-GEN
              MOVE PO-PARM-DATA(2:4) TO PO-STEP-QUAL
              MOVE 'STKPOSTE'        TO PO-LOG-STEP-NAME
              DISPLAY 'STKPOST1 - RE-FEED OF POSTEXC GENERATION '
                      PO-REFEED-GEN
           END-IF.

       05-EXIT.
      *                         MASTER IS NOT OPENED UNTIL THE RUN
      *                         IS KNOWN TO BE FRESH.
       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT OUTFILE
           IF OUT-FILE-STATUS NOT = '00'
              MOVE 'OUTFILE'  TO PO-ERROR-FILE-ID
           PERFORM 25-READ-OUTFILE THRU 25-EXIT
           IF NOT SW-END-OF-FILE
              PERFORM 12-CHECK-RUN-REGISTRY THRU 12-EXIT
              MOVE OA-RUN-ID TO PO-LOG-RUN-ID
           END-IF
           OPEN I-O ACCTMST
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO PO-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT POSTEXC
           IF PE-FILE-STATUS NOT = '00'
              MOVE 'POSTEXC'  TO PO-ERROR-FILE-ID
              MOVE PE-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT PEXRPT
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'PEXRPT'   TO PO-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT POSTED
           IF PD-FILE-STATUS NOT = '00'
              MOVE 'POSTED'   TO PO-ERROR-FILE-ID
              MOVE PD-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 15-PRINT-HEADINGS THRU 15-EXIT.

       10-EXIT.
           EXIT.

      *                         BUSINESS-DATE GUARD - THE CURRENT
      *                         BUSINESS DATE IS TAKEN FROM THE
      *                         CONTROL FILE (SEE STKBCTL), AND A
      *                         STEP THAT HAS ALREADY COMPLETED FOR
      *                         IT IS REFUSED BEFORE ANY OTHER FILE
      *                         IS OPENED ('DP'). A DELIBERATE RERUN
      *                         IS RELEASED FIRST WITH A STEP CARD
      *                         THROUGH STKBDMJ. NO STEP RECORD
      *                         ('23') MEANS THE STEP HAS NEVER RUN.
      *                         PARM 'F' ALSO OVERRIDES THIS GUARD.
      *                         A POSTEXC RE-FEED (PARM 'E') IS
      *                         GUARDED UNDER ITS OWN STEP QUALIFIER
      *                         - THE POSTEXC GENERATION NUMBER - SO
      *                         IT NEITHER BLOCKS NOR IS BLOCKED BY
      *                         THE NIGHTLY POSTING.
       07-CHECK-BUSINESS-DATE.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKPOST1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKPOST1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
              MOVE 'BD'       TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO PO-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE PO-STEP-NAME TO BC-STEP-NAME
           MOVE PO-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = PO-BUSINESS-DATE
              DISPLAY 'STKPOST1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      PO-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              IF PO-FORCE-RUN
                 DISPLAY 'STKPOST1 - RERUN FORCED BY PARM - '
                         'BUSINESS-DATE GUARD OVERRIDDEN'
              ELSE
                 DISPLAY 'STKPOST1 - RERUN REFUSED - RELEASE THE STEP '
                         'THROUGH STKBDMJ FIRST'
                 CLOSE BUSCTL
                 MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
                 MOVE 'DP'       TO PO-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKPOST1 - BUSINESS DATE ' PO-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         THE DUPLICATE-RUN GUARD - SCAN THE
      *                         RUN REGISTRY FOR A POST ENTRY WITH
      *                         THIS GENERATION'S OA-RUN-ID. A MATCH
      *                         TWICE DOUBLES AM-AMOUNT-TOTAL. A
      *                         REGISTRY THAT DOES NOT EXIST YET
      *                         ('35') MEANS NOTHING HAS REGISTERED.
      *                         A RE-FEED LOOKS INSTEAD FOR A RE-FEED
      *                         ENTRY FOR ITS POSTEXC GENERATION -
      *                         THE RUN-ID IS EXPECTED TO BE ON FILE
      *                         ALREADY - AND A MATCH IS A HARD STOP
      *                         THAT PARM 'F' CANNOT OVERRIDE.
       12-CHECK-RUN-REGISTRY.
           OPEN INPUT RUNREG
           IF RR-FILE-STATUS = '35'
           PERFORM 12-READ-REGISTRY THRU 12-READ-REGISTRY-EXIT
              UNTIL PO-DUP-FOUND OR SW-END-OF-REGISTRY
           CLOSE RUNREG
           IF PO-DUP-FOUND AND PO-REFEED-RUN
              DISPLAY 'STKPOST1 - *** POSTEXC GENERATION '
                      PO-REFEED-GEN ' HAS ALREADY BEEN RE-FED ***'
              DISPLAY 'STKPOST1 - RE-FEED REFUSED - MASTER NOT '
                      'TOUCHED'
              MOVE 'RUNREG'   TO PO-ERROR-FILE-ID
              MOVE 'DP'       TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF PO-DUP-FOUND
              DISPLAY 'STKPOST1 - *** RUN ' OA-RUN-ID ' HAS '
                      'ALREADY BEEN POSTED TO THE ACCOUNT MASTER '
              MOVE RR-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF SW-END-OF-REGISTRY
              GO TO 12-READ-REGISTRY-EXIT
           END-IF
           IF PO-REFEED-RUN
              IF RR-REFEED-ENTRY
                 IF RR-IN1-GENERATION = PO-REFEED-GEN
                    MOVE 'Y' TO PO-DUP-FOUND-IND
                 END-IF
              END-IF
           ELSE
              IF RR-POST-ENTRY AND RR-RUN-ID = OA-RUN-ID
                 MOVE 'Y' TO PO-DUP-FOUND-IND
              END-IF
       12-READ-REGISTRY-EXIT.
           EXIT.

       15-PRINT-HEADINGS.
           MOVE SPACES TO PO-PRINT-REC
           STRING ' STKPOST1 - ACCOUNT MASTER POSTING EXCEPTIONS - '
                     DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  PO-LOG-RUN-ID DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO PO-PRINT-REC
           STRING ' KEY    TRAN DATE  STATUS  REASON' DELIMITED BY SIZE
                  '                        AMOUNT   RUN-ID'
                     DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       15-EXIT.
           EXIT.

      *                         POST ONE OUTREC - SUM ITS LINE-ITEM
      *                         AMOUNTS, THEN UPDATE THE MASTER
      *                         RECORD FOR ITS ACCOUNT KEY IF THE
      *                         ACCOUNT IS OPEN, OR ROUTE THE OUTREC
      *                         TO THE POSTING EXCEPTIONS IF IT IS
      *                         NOT ON FILE, FROZEN OR CLOSED.
       20-POST.
           MOVE ZERO TO PO-RECORD-AMOUNT
           PERFORM 21-ADD-ITEM-AMOUNT THRU 21-EXIT
              VARYING PO-LINE-INDEX FROM 1 BY 1
                 UNTIL PO-LINE-INDEX > PO-LINE-COUNT
           PERFORM 22-READ-MASTER THRU 22-EXIT
           ADD 1 TO PO-READ-COUNT
           IF NOT PO-ACCOUNT-FOUND
              MOVE 'NF' TO PO-EXC-REASON
              MOVE SPACE TO AM-STATUS
              PERFORM 23-POSTING-EXCEPTION THRU 23-EXIT
           ELSE
              IF AM-STATUS = 'O'
                 PERFORM 24-UPDATE-MASTER THRU 24-EXIT
                 PERFORM 26-WRITE-POSTED THRU 26-EXIT
                 ADD PO-RECORD-AMOUNT TO PO-AMOUNT-POSTED
              ELSE
                 IF AM-STATUS = 'F'
                    MOVE 'FR' TO PO-EXC-REASON
                 ELSE
                    IF AM-STATUS = 'C'
                       MOVE 'CL' TO PO-EXC-REASON
                    ELSE
                       MOVE 'ST' TO PO-EXC-REASON
                    END-IF
                 END-IF
                 PERFORM 23-POSTING-EXCEPTION THRU 23-EXIT
              END-IF
           END-IF
           MOVE OA-RUN-ID TO PO-LOG-RUN-ID
           MOVE OA-IN1-GENERATION TO PO-LOG-IN1-GEN
      *                         A ZERO INFILE2 GENERATION MARKS A
      *                         MANUAL ADJUSTMENT (SEE STKAUDIT) -
      *                         KEEP THE NIGHT'S REAL GENERATION.
           IF OA-IN2-GENERATION NOT = ZERO
              MOVE OA-IN2-GENERATION TO PO-LOG-IN2-GEN
           END-IF
           PERFORM 25-READ-OUTFILE THRU 25-EXIT.

       20-EXIT.

      *                         RANDOM READ OF THE MASTER BY THE
      *                         OUTREC'S HEADER ACCOUNT KEY - '23'
      *                         (NOT FOUND) MEANS THE ACCOUNT WAS
      *                         NEVER OPENED - A POSTING EXCEPTION,
      *                         NOT AN I/O ERROR.
       22-READ-MASTER.
           MOVE SPACE TO PO-FOUND-IND
           MOVE OH-ACCOUNT-KEY TO AM-ACCOUNT-KEY
       22-EXIT.
           EXIT.

      *                         THE OUTREC CANNOT BE POSTED - COPY
      *                         IT UNCHANGED TO THE POSTING-EXCEPTION
      *                         FILE AT ITS OWN LENGTH AND LIST IT ON
      *                         THE REPORT WITH THE MASTER STATUS
      *                         AND THE REASON. THE MASTER IS NOT
      *                         TOUCHED.
       23-POSTING-EXCEPTION.
           MOVE PO-REC-LENGTH TO PO-EXC-LENGTH
           MOVE PO-RECORD TO PE-RECORD
           WRITE PE-RECORD
           IF PE-FILE-STATUS NOT = '00'
              MOVE 'POSTEXC'  TO PO-ERROR-FILE-ID
              MOVE PE-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF PO-EXC-REASON = 'NF'
              MOVE 'NEVER OPENED  ' TO PO-EXC-TEXT
              ADD 1 TO PO-NOT-OPEN-COUNT
           ELSE
              IF PO-EXC-REASON = 'FR'
                 MOVE 'ACCOUNT FROZEN' TO PO-EXC-TEXT
                 ADD 1 TO PO-FROZEN-COUNT
              ELSE
                 IF PO-EXC-REASON = 'CL'
                    MOVE 'ACCOUNT CLOSED' TO PO-EXC-TEXT
                    ADD 1 TO PO-CLOSED-COUNT
                 ELSE
                    MOVE 'UNKNOWN STATUS' TO PO-EXC-TEXT
                 END-IF
              END-IF
           END-IF
           MOVE OH-ACCOUNT-KEY   TO PO-PRT-KEY
           MOVE OD-TRAN-DATE     TO PO-PRT-TRAN-DATE
           MOVE AM-STATUS        TO PO-PRT-STATUS
           MOVE PO-EXC-REASON    TO PO-PRT-REASON
           MOVE PO-EXC-TEXT      TO PO-PRT-REASON-TEXT
           MOVE PO-RECORD-AMOUNT TO PO-PRT-AMOUNT
           MOVE OA-RUN-ID        TO PO-PRT-RUN-ID
           MOVE PO-DETAIL-LINE   TO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           ADD 1 TO PO-EXCEPT-COUNT
           ADD PO-RECORD-AMOUNT TO PO-AMOUNT-EXCEPTED.

       23-EXIT.
           EXIT.

      *                         OPEN ACCOUNT - ACCUMULATE THE
      *                         AMOUNTS, KEEP THE LATEST DETAIL TRAN
      *                         DATE SEEN, BUMP THE POSTING COUNT,
      *                         AND STAMP THE RUN THAT TOUCHED IT.
      *                         THE MONTH-TO-DATE AMOUNT AND COUNT
      *                         RUN UNTIL THE MONTH-END CLOSE RESETS
      *                         THEM - A RECORD FROM BEFORE THEY
      *                         EXISTED HOLDS SPACES, TAKEN AS ZERO.
       24-UPDATE-MASTER.
           ADD PO-RECORD-AMOUNT TO AM-AMOUNT-TOTAL
           IF AM-MTD-AMOUNT NOT NUMERIC
              MOVE ZERO TO AM-MTD-AMOUNT
           END-IF
           IF AM-MTD-COUNT NOT NUMERIC
              MOVE ZERO TO AM-MTD-COUNT
           END-IF
           ADD PO-RECORD-AMOUNT TO AM-MTD-AMOUNT
           ADD 1 TO AM-MTD-COUNT
           IF OD-TRAN-DATE > AM-LAST-TRAN-DATE
              MOVE OD-TRAN-DATE TO AM-LAST-TRAN-DATE
           END-IF
       25-EXIT.
           EXIT.

      *                         THE OUTREC UPDATED THE MASTER - COPY
      *                         IT UNCHANGED, AT ITS OWN LENGTH, TO
      *                         THE POSTED-RECORDS FILE FOR THE
      *                         HISTORY LOAD.
       26-WRITE-POSTED.
           MOVE PO-REC-LENGTH TO PO-PST-LENGTH
           MOVE PO-RECORD TO PD-RECORD
           WRITE PD-RECORD
           IF PD-FILE-STATUS NOT = '00'
              MOVE 'POSTED'   TO PO-ERROR-FILE-ID
              MOVE PD-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       26-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE PO-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'PEXRPT'   TO PO-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       30-FINISH.
           PERFORM 32-PRINT-TOTALS THRU 32-EXIT
           CLOSE OUTFILE ACCTMST POSTEXC PEXRPT POSTED
           DISPLAY '***** STKPOST1 POSTING TOTALS *****'
           DISPLAY 'OUTFILE RECORDS READ ..... ' PO-READ-COUNT
           DISPLAY 'ACCOUNTS UPDATED ......... ' PO-UPDATE-COUNT
           DISPLAY 'AMOUNT POSTED ............ ' PO-AMOUNT-POSTED
           DISPLAY 'POSTING EXCEPTIONS ....... ' PO-EXCEPT-COUNT
           DISPLAY '  NEVER OPENED ........... ' PO-NOT-OPEN-COUNT
           DISPLAY '  ACCOUNT FROZEN ......... ' PO-FROZEN-COUNT
           DISPLAY '  ACCOUNT CLOSED ......... ' PO-CLOSED-COUNT
           DISPLAY 'AMOUNT NOT POSTED ........ ' PO-AMOUNT-EXCEPTED
           IF PO-UPDATE-COUNT + PO-EXCEPT-COUNT = PO-READ-COUNT
              DISPLAY 'POSTING OK - EVERY RECORD POSTED OR EXCEPTED'
           ELSE
              DISPLAY '*** WARNING - POSTINGS PLUS EXCEPTIONS DO NOT '
                      'EQUAL RECORDS READ ***'
           END-IF
           IF PO-EXCEPT-COUNT > ZERO
              DISPLAY '*** WARNING - ACTIVITY FOR ACCOUNTS NOT OPEN '
                      'WAS NOT POSTED - SEE THE POSTING-EXCEPTION '
                      'REPORT ***'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 45-WRITE-RUN-LOG THRU 45-EXIT
           PERFORM 35-REGISTER-RUN THRU 35-EXIT
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

       32-PRINT-TOTALS.
           MOVE SPACES TO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE PO-READ-COUNT TO PO-PRT-COUNT
           MOVE SPACES TO PO-PRINT-REC
           STRING ' OUTFILE RECORDS READ ..... ' DELIMITED BY SIZE
                  PO-PRT-COUNT                   DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE PO-UPDATE-COUNT TO PO-PRT-COUNT
           MOVE PO-AMOUNT-POSTED TO PO-PRT-TOTAL
           MOVE SPACES TO PO-PRINT-REC
           STRING ' RECORDS POSTED ........... ' DELIMITED BY SIZE
                  PO-PRT-COUNT                   DELIMITED BY SIZE
                  '   AMOUNT '                   DELIMITED BY SIZE
                  PO-PRT-TOTAL                   DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE PO-NOT-OPEN-COUNT TO PO-PRT-COUNT
           MOVE SPACES TO PO-PRINT-REC
           STRING ' NF  NEVER OPENED ......... ' DELIMITED BY SIZE
                  PO-PRT-COUNT                   DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE PO-FROZEN-COUNT TO PO-PRT-COUNT
           MOVE SPACES TO PO-PRINT-REC
           STRING ' FR  ACCOUNT FROZEN ....... ' DELIMITED BY SIZE
                  PO-PRT-COUNT                   DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE PO-CLOSED-COUNT TO PO-PRT-COUNT
           MOVE SPACES TO PO-PRINT-REC
           STRING ' CL  ACCOUNT CLOSED ....... ' DELIMITED BY SIZE
                  PO-PRT-COUNT                   DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE PO-EXCEPT-COUNT TO PO-PRT-COUNT
           MOVE PO-AMOUNT-EXCEPTED TO PO-PRT-TOTAL
           MOVE SPACES TO PO-PRINT-REC
           STRING ' TOTAL POSTING EXCEPTIONS . ' DELIMITED BY SIZE
                  PO-PRT-COUNT                   DELIMITED BY SIZE
                  '   AMOUNT '                   DELIMITED BY SIZE
                  PO-PRT-TOTAL                   DELIMITED BY SIZE
              INTO PO-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       32-EXIT.
           EXIT.

      *                         REGISTER THE POSTED RUN-ID SO THE
      *                         NEXT 12-CHECK-RUN-REGISTRY REFUSES
      *                         AN ACCIDENTAL SECOND POSTING. ONLY
      *                         A RUN THAT REACHES NORMAL END OF JOB
      *                         REGISTERS, AND AN EMPTY GENERATION
      *                         (NO RUN-ID IN HAND) HAS NOTHING TO
      *                         REGISTER. A RE-FEED REGISTERS AS A
      *                         RE-FEED ENTRY CARRYING ITS POSTEXC
      *                         GENERATION NUMBER.
       35-REGISTER-RUN.
           IF PO-LOG-RUN-ID = SPACES
              GO TO 35-EXIT
              MOVE 'RUNREG'   TO PO-ERROR-FILE-ID
              MOVE RR-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 36-REG-ABEND THRU 36-REG-ABEND-EXIT
              GO TO 35-EXIT
           END-IF
           MOVE SPACES         TO RRREC
           MOVE 'P'            TO RR-ENTRY-TYPE
           MOVE PO-LOG-RUN-ID  TO RR-RUN-ID
           MOVE PO-LOG-IN1-GEN TO RR-IN1-GENERATION
           MOVE PO-LOG-IN2-GEN TO RR-IN2-GENERATION
           IF PO-REFEED-RUN
              MOVE 'E'           TO RR-ENTRY-TYPE
              MOVE PO-REFEED-GEN TO RR-IN1-GENERATION
              MOVE ZERO          TO RR-IN2-GENERATION
           END-IF
           MOVE SPACE          TO RR-PARTITION
           MOVE PO-LOG-DATE    TO RR-REG-DATE
           MOVE PO-LOG-TIME    TO RR-REG-TIME
              MOVE 'RUNREG'   TO PO-ERROR-FILE-ID
              MOVE RR-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 36-REG-ABEND THRU 36-REG-ABEND-EXIT
              GO TO 35-EXIT
           END-IF
           CLOSE RUNREG.

       35-EXIT.
           EXIT.

      *                         AN ERROR ON THE RUN REGISTRY - THE
      *                         MASTER IS ALREADY UPDATED AND THE
      *                         POSTEXC AND POSTED GENERATIONS ARE
      *                         CLOSED AND GOOD, SO THEY MUST BE
      *                         KEPT: THE STEP ENDS RC=4, BELOW THE
      *                         PURGE STEP, AND THE BUSCTL MARK IS
      *                         STILL TAKEN. ONLY RUNREG IS CLOSED
      *                         HERE. THE POSTING IS GOOD BUT
      *                         UNREGISTERED - REGISTER IT BY HAND
      *                         AND DO NOT RERUN THIS GENERATION.
       36-REG-ABEND.
           DISPLAY 'STKPOST1 - ERROR ON ' PO-ERROR-FILE-ID
                   ' - STATUS = ' PO-ERROR-STATUS
           DISPLAY 'STKPOST1 - RUN REGISTRY ENTRY NOT WRITTEN FOR '
                   'RUN ' PO-LOG-RUN-ID ' - POSTING IS COMPLETE AND '
                   'KEPT - DO NOT RERUN'
           MOVE 4 TO RETURN-CODE
           CLOSE RUNREG.

       36-REG-ABEND-EXIT.
           EXIT.

      *                         APPEND THE COMPLETION RECORD TO THE
      *                         SHARED RUN-LOG - OUTFILE RECORDS IN,
      *                         POSTINGS OUT, POSTING EXCEPTIONS AS
      *                         REJECTED, AND THE AMOUNT POSTED.
       45-WRITE-RUN-LOG.
           ACCEPT PO-LOG-DATE FROM DATE
           ACCEPT PO-LOG-TIME FROM TIME
           OPEN EXTEND RUNLOG
           IF RL-FILE-STATUS NOT = '00'
              MOVE 'RUNLOG'   TO PO-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 45-LOG-ABEND THRU 45-LOG-ABEND-EXIT
              GO TO 45-EXIT
           END-IF
           MOVE SPACES           TO RLREC
           MOVE PO-LOG-RUN-ID    TO RL-RUN-ID
           MOVE PO-LOG-STEP-NAME TO RL-STEP-NAME
           MOVE PO-LOG-DATE      TO RL-LOG-DATE
           MOVE PO-LOG-TIME      TO RL-LOG-TIME
           MOVE RETURN-CODE      TO RL-RETURN-CODE
           MOVE PO-READ-COUNT    TO RL-RECS-IN
           MOVE PO-UPDATE-COUNT  TO RL-RECS-OUT
           MOVE PO-EXCEPT-COUNT  TO RL-RECS-REJECTED
           MOVE ZERO             TO RL-RECS-SUSPENDED
           MOVE PO-AMOUNT-POSTED TO RL-AMOUNT-TOTAL
           WRITE RLREC
              MOVE 'RUNLOG'   TO PO-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 45-LOG-ABEND THRU 45-LOG-ABEND-EXIT
              GO TO 45-EXIT
           END-IF
           CLOSE RUNLOG.

       45-EXIT.
           EXIT.

      *                         AN ERROR ON THE RUN LOG - THE MAIN
      *                         FILES ARE ALREADY UPDATED AND CLOSED,
      *                         SO THE STEP ENDS RC=4 (THE PURGE
      *                         STEP KEEPS THE GENERATIONS) AND GOES
      *                         ON TO REGISTER THE RUN AND MARK THE
      *                         STEP. ONLY RUNLOG IS CLOSED HERE; THE
      *                         RUN SHEET WILL SHOW NO POSTING
      *                         RECORD FOR THE RUN.
       45-LOG-ABEND.
           DISPLAY 'STKPOST1 - ERROR ON ' PO-ERROR-FILE-ID
                   ' - STATUS = ' PO-ERROR-STATUS
           DISPLAY 'STKPOST1 - RUN-LOG RECORD NOT WRITTEN FOR RUN '
                   PO-LOG-RUN-ID ' - POSTING IS COMPLETE AND KEPT'
           MOVE 4 TO RETURN-CODE
           CLOSE RUNLOG.

       45-LOG-ABEND-EXIT.
           EXIT.

      *                         MARK THIS STEP COMPLETE FOR THE
      *                         BUSINESS DATE SO AN ACCIDENTAL RERUN
      *                         IS REFUSED BY 07-CHECK-BUSINESS-DATE.
      *                         A RUN ENDING RC=8 OR WORSE PRODUCED
      *                         NOTHING THE NEXT STEP MAY USE AND IS
      *                         LEFT UNMARKED SO IT CAN BE RERUN.
       47-MARK-STEP-COMPLETE.
           IF RETURN-CODE > 4
              GO TO 47-EXIT
           END-IF
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              GO TO 47-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE PO-STEP-NAME TO BC-STEP-NAME
           MOVE PO-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO PO-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
                 GO TO 47-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO PO-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO PO-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              GO TO 47-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE PO-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE PO-LOG-RUN-ID    TO BC-STEP-RUN-ID
           MOVE PO-LOG-DATE      TO BC-STEP-DATE
           MOVE PO-LOG-TIME      TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         AN ERROR ON THE CONTROL FILE AFTER
      *                         THE RUN HAS FINISHED - THE MASTER
      *                         AND THE NEW GENERATIONS ARE GOOD AND
      *                         MUST BE KEPT, SO THE STEP ENDS RC=4,
      *                         BELOW THE PURGE STEP, WITH THE STEP
      *                         UNMARKED. ONLY BUSCTL IS CLOSED. THE
      *                         RUN REGISTRY STILL REFUSES A RERUN
      *                         OF THE SAME GENERATION.
       47-MARK-ABEND.
           DISPLAY 'STKPOST1 - ERROR ON ' PO-ERROR-FILE-ID
                   ' - STATUS = ' PO-ERROR-STATUS
           DISPLAY 'STKPOST1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' PO-BUSINESS-DATE
                   ' - POSTING IS COMPLETE AND KEPT - DO NOT RERUN'
           MOVE 4 TO RETURN-CODE
           CLOSE BUSCTL.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKPOST1 - FATAL ERROR ON ' PO-ERROR-FILE-ID
                   ' - STATUS = ' PO-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE OUTFILE ACCTMST POSTEXC PEXRPT POSTED
           STOP RUN.

       90-EXIT.
