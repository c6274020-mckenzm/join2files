      *-------------------------------------------------------------*
      *  STKMEC1 : MONTH-END CLOSE OF THE ACCOUNT MASTER (ACCTMST).  *
      *            THE EXEC PARM CARRIES THE PERIOD BEING CLOSED     *
      *            (CCYYMM), WHICH MUST BE THE MONTH OF THE CURRENT  *
      *            BUSINESS DATE ON THE CONTROL FILE (BUSCTL, SEE    *
      *            STKBCTL) OR THE MONTH BEFORE IT - ANY OTHER       *
      *            PERIOD IS REFUSED ('BP') BEFORE ANYTHING IS       *
      *            OPENED. THE MASTER IS BROWSED FRONT TO BACK       *
      *            AND FOR EVERY ACCOUNT:                            *
      *              - THE OPENING BALANCE IS TAKEN FROM THE PRIOR   *
      *                PERIOD'S SNAPSHOT (PRVHIST, THE PERHIST       *
      *                GENERATION THE LAST CLOSE WROTE), OR - FOR AN *
      *                ACCOUNT NOT ON IT, AND ON THE VERY FIRST      *
      *                CLOSE - DERIVED AS THE MASTER TOTAL LESS THE  *
      *                MONTH-TO-DATE AMOUNT;                         *
      *              - THE PERIOD ACTIVITY IS SUMMED FROM TRANHIST - *
      *                EVERY HISTORY RECORD FOR THE ACCOUNT WHOSE    *
      *                RUN DATE (THE NIGHT IT WAS JOINED AND POSTED) *
      *                FALLS IN THE PERIOD;                          *
      *              - THE BALANCE-FORWARD PROOF IS PRINTED:         *
      *                OPENING + PERIOD ACTIVITY = CLOSING (THE      *
      *                MASTER TOTAL). ANY DIFFERENCE IS FLAGGED AS   *
      *                AN EXCEPTION - TYPICALLY A NIGHT'S POSTINGS   *
      *                NOT YET LOADED TO HISTORY (STKHLDJ NOT RUN OR *
      *                FAILED FOR THAT POSTED GENERATION);           *
      *              - A SNAPSHOT RECORD (SEE STKPHST) IS WRITTEN TO *
      *                THE NEW PERHIST GENERATION;                   *
      *              - THE MONTH-TO-DATE AMOUNT AND COUNT ARE RESET  *
      *                TO ZERO AND THE PERIOD IS STAMPED ON THE      *
      *                MASTER AS THE LAST ONE CLOSED.                *
      *            THE REPORT ENDS WITH GRAND TOTALS FOR EVERY       *
      *            COLUMN. RETURN CODES: 0 = EVERY ACCOUNT PROVED,   *
      *            4 = PROOF EXCEPTIONS (THE CLOSE IS STILL TAKEN -  *
      *            SEE THE REPORT), 16 = I/O ERROR OR REFUSED RUN.   *
      *            A PERIOD IS CLOSED ONCE ONLY: EACH CLOSE IS       *
      *            RECORDED ON THE RUN REGISTRY (TYPE 'C', SEE       *
      *            STKRREG) AT NORMAL END, AND A PERIOD ALREADY      *
      *            THERE ('DP'), OR EARLIER THAN ONE ALREADY THERE   *
      *            OR THAN THE PRIOR SNAPSHOT ('SQ'), IS REFUSED     *
      *            BEFORE THE MASTER IS TOUCHED. THERE IS NO         *
      *            OVERRIDE. A CLOSE THAT FAILS PART WAY HAS RESET   *
      *            SOME ACCOUNTS - RESTORE THE MASTER FROM THE       *
      *            BACKUP STKMECJ TAKES FIRST BEFORE RESUBMITTING.   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKMEC1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT ACCTMST ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS AM-FILE-STATUS.
           SELECT TRANHIST ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS TH-FILE-STATUS.
           SELECT PRVHIST ASSIGN TO UT-S-PRVHIST
               FILE STATUS IS PV-FILE-STATUS.
           SELECT PERHIST ASSIGN TO UT-S-PERHIST
               FILE STATUS IS PH-FILE-STATUS.
           SELECT RUNREG  ASSIGN TO UT-S-RUNREG
               FILE STATUS IS RR-FILE-STATUS.
           SELECT CLSRPT  ASSIGN TO UT-S-CLSRPT
               FILE STATUS IS RP-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  ACCTMST
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AM-RECORD.
       01  AM-RECORD.
           COPY STKMAST REPLACING
              ==STK-AM-ACCOUNT-KEY==    BY ==AM-ACCOUNT-KEY==
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

       FD  TRANHIST
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS TH-RECORD.
       01  TH-RECORD.
           COPY STKHIST REPLACING
              ==STK-TH-HIST-KEY==       BY ==TH-HIST-KEY==
              ==STK-TH-ACCOUNT-KEY==    BY ==TH-ACCOUNT-KEY==
              ==STK-TH-TRAN-DATE==      BY ==TH-TRAN-DATE==
              ==STK-TH-SEQ==            BY ==TH-SEQ==
              ==STK-TH-DTL-DATE==       BY ==TH-DTL-DATE==
              ==STK-TH-RUN-ID==         BY ==TH-RUN-ID==
              ==STK-TH-RUN-DATE==       BY ==TH-RUN-DATE==
              ==STK-TH-RUN-TIME==       BY ==TH-RUN-TIME==
              ==STK-TH-IN1-GENERATION== BY ==TH-IN1-GENERATION==
              ==STK-TH-IN2-GENERATION== BY ==TH-IN2-GENERATION==
              ==STK-TH-LINE-COUNT==     BY ==TH-LINE-COUNT==
              ==STK-TH-LINE-ITEM==      BY ==TH-LINE-ITEM==
              ==STK-TH-ITEM-CODE==      BY ==TH-ITEM-CODE==
              ==STK-TH-ITEM-AMOUNT==    BY ==TH-ITEM-AMOUNT==.

      *                          THE PRIOR PERIOD'S SNAPSHOT - READ IN
      *                          STEP WITH THE MASTER BROWSE (BOTH ARE
      *                          IN ACCOUNT-KEY ORDER) FOR THE OPENING
      *                          BALANCES. EMPTY BEFORE THE FIRST
      *                          CLOSE (SEE STKMECG).
       FD  PRVHIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PV-RECORD.
       01  PV-RECORD.
           COPY STKPHST REPLACING
              ==STK-PH-PERIOD==         BY ==PV-PERIOD==
              ==STK-PH-ACCOUNT-KEY==    BY ==PV-ACCOUNT-KEY==
              ==STK-PH-STATUS==         BY ==PV-STATUS==
              ==STK-PH-OPEN-SOURCE==    BY ==PV-OPEN-SOURCE==
              ==STK-PH-OPEN-FROM-PRIOR== BY ==PV-OPEN-FROM-PRIOR==
              ==STK-PH-OPEN-DERIVED==   BY ==PV-OPEN-DERIVED==
              ==STK-PH-OPEN-BALANCE==   BY ==PV-OPEN-BALANCE==
              ==STK-PH-MTD-AMOUNT==     BY ==PV-MTD-AMOUNT==
              ==STK-PH-MTD-COUNT==      BY ==PV-MTD-COUNT==
              ==STK-PH-HIST-AMOUNT==    BY ==PV-HIST-AMOUNT==
              ==STK-PH-HIST-COUNT==     BY ==PV-HIST-COUNT==
              ==STK-PH-CLOSE-BALANCE==  BY ==PV-CLOSE-BALANCE==
              ==STK-PH-PROOF-FLAG==     BY ==PV-PROOF-FLAG==
              ==STK-PH-PROOF-BALANCED== BY ==PV-PROOF-BALANCED==
              ==STK-PH-PROOF-EXCEPTION== BY ==PV-PROOF-EXCEPTION==
              ==STK-PH-CLOSE-DATE==     BY ==PV-CLOSE-DATE==.

       FD  PERHIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PH-RECORD.
       01  PH-RECORD.
           COPY STKPHST REPLACING
              ==STK-PH-PERIOD==         BY ==PH-PERIOD==
              ==STK-PH-ACCOUNT-KEY==    BY ==PH-ACCOUNT-KEY==
              ==STK-PH-STATUS==         BY ==PH-STATUS==
              ==STK-PH-OPEN-SOURCE==    BY ==PH-OPEN-SOURCE==
              ==STK-PH-OPEN-FROM-PRIOR== BY ==PH-OPEN-FROM-PRIOR==
              ==STK-PH-OPEN-DERIVED==   BY ==PH-OPEN-DERIVED==
              ==STK-PH-OPEN-BALANCE==   BY ==PH-OPEN-BALANCE==
              ==STK-PH-MTD-AMOUNT==     BY ==PH-MTD-AMOUNT==
              ==STK-PH-MTD-COUNT==      BY ==PH-MTD-COUNT==
              ==STK-PH-HIST-AMOUNT==    BY ==PH-HIST-AMOUNT==
              ==STK-PH-HIST-COUNT==     BY ==PH-HIST-COUNT==
              ==STK-PH-CLOSE-BALANCE==  BY ==PH-CLOSE-BALANCE==
              ==STK-PH-PROOF-FLAG==     BY ==PH-PROOF-FLAG==
              ==STK-PH-PROOF-BALANCED== BY ==PH-PROOF-BALANCED==
              ==STK-PH-PROOF-EXCEPTION== BY ==PH-PROOF-EXCEPTION==
              ==STK-PH-CLOSE-DATE==     BY ==PH-CLOSE-DATE==.

      *                          RUN REGISTRY - THE CLOSE-ONCE GUARD.
      *                          12-CHECK-CLOSE-REGISTRY SCANS IT
      *                          BEFORE THE MASTER IS OPENED AND
      *                          35-REGISTER-CLOSE APPENDS THE PERIOD
      *                          AT NORMAL END OF RUN.
       FD  RUNREG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RRREC.
       01  RRREC.
           COPY STKRREG.

       FD  CLSRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ME-PRINT-REC.
       01  ME-PRINT-REC                   PIC X(133).

      *                          BUSINESS-DATE CONTROL FILE - READ
      *                          ONLY HERE, FOR THE CURRENT BUSINESS
      *                          DATE. SEE THE STKBCTL COPYBOOK.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-PRIOR-IND    PIC X VALUE SPACE.
              88 SW-END-OF-PRIOR        VALUE 'Y'.
           05 END-OF-HIST-IND     PIC X VALUE SPACE.
              88 SW-END-OF-HIST         VALUE 'Y'.
           05 END-OF-REG-IND      PIC X VALUE SPACE.
              88 SW-END-OF-REGISTRY     VALUE 'Y'.
           05 ME-DUP-FOUND-IND    PIC X VALUE 'N'.
              88 ME-DUP-FOUND           VALUE 'Y'.
           05 ME-LATER-FOUND-IND  PIC X VALUE 'N'.
              88 ME-LATER-FOUND         VALUE 'Y'.

      *                          THE PERIOD BEING CLOSED, WITH ITS
      *                          YYMM VIEW FOR MATCHING THE SIX-DIGIT
      *                          TRANHIST RUN DATE.
       01  ME-PERIOD              PIC 9(06) VALUE ZERO.
       01  ME-PERIOD-PARTS REDEFINES ME-PERIOD.
           05 ME-PERIOD-CC        PIC 9(02).
           05 ME-PERIOD-YYMM.
              10 ME-PERIOD-YY     PIC 9(02).
              10 ME-PERIOD-MM     PIC 9(02).

      *                          THE TWO PERIODS THE CURRENT BUSINESS
      *                          DATE ALLOWS - ITS OWN MONTH AND THE
      *                          MONTH BEFORE.
       01  ME-BUSINESS-CONTROL.
           05 ME-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 ME-BUS-PERIOD       PIC 9(06) VALUE ZERO.
           05 ME-PRIOR-PERIOD     PIC 9(06) VALUE ZERO.
           05 ME-PRIOR-PARTS REDEFINES ME-PRIOR-PERIOD.
              10 ME-PRIOR-CCYY    PIC 9(04).
              10 ME-PRIOR-MM      PIC 9(02).

       01  ME-RUN-DATE            PIC 9(06) VALUE ZERO.
       01  ME-RUN-TIME            PIC 9(08) VALUE ZERO.
       01  ME-LINE-INDEX          PIC 9(02) COMP.

      *                          ONE ACCOUNT'S PROOF FIGURES.
       01  ME-ACCOUNT-WORK.
           05 ME-OPEN-BALANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ME-OPEN-SOURCE      PIC X(01) VALUE SPACE.
           05 ME-HIST-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ME-HIST-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-DIFFERENCE       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  ME-CLOSE-TOTALS.
           05 ME-ACCOUNT-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-PRIOR-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-DERIVED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-EXCEPT-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-SNAPSHOT-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-RESET-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-HIST-READ-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-HIST-USED-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-MTD-COUNT-TOTAL  PIC 9(08) COMP-3 VALUE ZERO.
           05 ME-OPEN-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ME-HIST-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ME-MTD-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ME-CLOSE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 ME-DIFF-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  ME-DETAIL-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ME-PRT-KEY          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-STATUS       PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ME-PRT-SOURCE       PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ME-PRT-OPENING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-ACTIVITY     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-CLOSING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-DIFFERENCE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-HIST-COUNT   PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-MTD-COUNT    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 ME-PRT-FLAG         PIC X(14).
           05 FILLER              PIC X(10) VALUE SPACE.

       01  ME-PRT-COUNT           PIC ZZZ,ZZ9.
       01  ME-PRT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  ME-FILE-STATUSES.
           05 AM-FILE-STATUS      PIC X(02) VALUE '00'.
           05 TH-FILE-STATUS      PIC X(02) VALUE '00'.
           05 PV-FILE-STATUS      PIC X(02) VALUE '00'.
           05 PH-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RR-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

       01  ME-ERROR-INFO.
           05 ME-ERROR-FILE-ID    PIC X(08).
           05 ME-ERROR-STATUS     PIC X(02).

       LINKAGE SECTION.
      *------------------*
       01  ME-PARM-AREA.
           05 ME-PARM-LENGTH      PIC S9(4) COMP.
           05 ME-PARM-DATA        PIC X(80).

       PROCEDURE DIVISION USING ME-PARM-AREA.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-PARM THRU 05-EXIT
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-CLOSE-ACCOUNT THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-FINISH.

       05-GET-PARM.
           IF ME-PARM-LENGTH < 6
                 OR ME-PARM-DATA(1:6) NOT NUMERIC
              DISPLAY 'STKMEC1 - PARM MUST BE THE PERIOD TO CLOSE '
                      '(CCYYMM)'
              MOVE 'PARM    ' TO ME-ERROR-FILE-ID
              MOVE 'PM'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE ME-PARM-DATA(1:6) TO ME-PERIOD
           IF ME-PERIOD-MM < 1 OR ME-PERIOD-MM > 12
              DISPLAY 'STKMEC1 - PERIOD MONTH MUST BE 01 TO 12'
              MOVE 'PARM    ' TO ME-ERROR-FILE-ID
              MOVE 'PM'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ACCEPT ME-RUN-DATE FROM DATE
           ACCEPT ME-RUN-TIME FROM TIME.

       05-EXIT.
           EXIT.

      *                         THE PERIOD MUST AGREE WITH THE
      *                         BUSINESS CALENDAR - THE MONTH OF THE
      *                         CURRENT BUSINESS DATE (CLOSED BEFORE
      *                         THE ROLL INTO THE NEW MONTH) OR THE
      *                         MONTH BEFORE IT (CLOSED AFTER THE
      *                         ROLL). A WRONGLY KEYED PERIOD IS
      *                         REFUSED ('BP') HERE, BEFORE IT CAN
      *                         REACH THE REGISTRY OR THE MASTER.
       07-CHECK-BUSINESS-DATE.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO ME-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKMEC1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO ME-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKMEC1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO ME-ERROR-FILE-ID
              MOVE 'BD'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO ME-BUSINESS-DATE
           CLOSE BUSCTL
           MOVE ME-BUSINESS-DATE(1:6) TO ME-BUS-PERIOD
           MOVE ME-BUS-PERIOD         TO ME-PRIOR-PERIOD
           IF ME-PRIOR-MM = 1
              MOVE 12 TO ME-PRIOR-MM
              SUBTRACT 1 FROM ME-PRIOR-CCYY
           ELSE
              SUBTRACT 1 FROM ME-PRIOR-MM
           END-IF
           IF ME-PERIOD NOT = ME-BUS-PERIOD
                 AND ME-PERIOD NOT = ME-PRIOR-PERIOD
              DISPLAY 'STKMEC1 - PERIOD ' ME-PERIOD ' IS NOT THE '
                      'BUSINESS MONTH ' ME-BUS-PERIOD
                      ' OR THE ONE BEFORE IT ' ME-PRIOR-PERIOD
              DISPLAY 'STKMEC1 - CURRENT BUSINESS DATE IS '
                      ME-BUSINESS-DATE ' - CLOSE REFUSED'
              MOVE 'PARM    ' TO ME-ERROR-FILE-ID
              MOVE 'BP'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           DISPLAY 'STKMEC1 - BUSINESS DATE ' ME-BUSINESS-DATE
                   ' - CLOSING PERIOD ' ME-PERIOD.

       07-EXIT.
           EXIT.

      *                         THE REGISTRY AND THE PRIOR SNAPSHOT
      *                         ARE BOTH CHECKED BEFORE THE MASTER IS
      *                         OPENED, SO A REFUSED CLOSE LEAVES THE
      *                         MONTH-TO-DATE FIGURES UNTOUCHED.
       10-SETUP.
           PERFORM 12-CHECK-CLOSE-REGISTRY THRU 12-EXIT
           OPEN INPUT PRVHIST
           IF PV-FILE-STATUS NOT = '00'
              MOVE 'PRVHIST'  TO ME-ERROR-FILE-ID
              MOVE PV-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 26-READ-PRIOR THRU 26-EXIT
           IF NOT SW-END-OF-PRIOR AND PV-PERIOD NOT < ME-PERIOD
              DISPLAY 'STKMEC1 - *** PRIOR SNAPSHOT IS FOR PERIOD '
                      PV-PERIOD ' - PERIOD ' ME-PERIOD
                      ' IS NOT LATER - CLOSE REFUSED ***'
              MOVE 'PRVHIST'  TO ME-ERROR-FILE-ID
              MOVE 'SQ'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN I-O ACCTMST
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO ME-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT TRANHIST
           IF TH-FILE-STATUS NOT = '00'
              MOVE 'TRANHIST' TO ME-ERROR-FILE-ID
              MOVE TH-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT PERHIST
           IF PH-FILE-STATUS NOT = '00'
              MOVE 'PERHIST'  TO ME-ERROR-FILE-ID
              MOVE PH-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT CLSRPT
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'CLSRPT'   TO ME-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 15-PRINT-HEADINGS THRU 15-EXIT
           PERFORM 25-READ-MASTER THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         THE CLOSE-ONCE GUARD - A CLOSE ENTRY
      *                         FOR THIS PERIOD IS A DUPLICATE ('DP'),
      *                         ONE FOR A LATER PERIOD MEANS THIS ONE
      *                         IS OUT OF SEQUENCE ('SQ'). EITHER IS
      *                         A HARD STOP WITH NO OVERRIDE. A
      *                         REGISTRY THAT DOES NOT EXIST YET
      *                         ('35') MEANS NOTHING HAS REGISTERED.
       12-CHECK-CLOSE-REGISTRY.
           OPEN INPUT RUNREG
           IF RR-FILE-STATUS = '35'
              DISPLAY 'STKMEC1 - RUN REGISTRY NOT FOUND - FIRST '
                      'GUARDED CLOSE'
              GO TO 12-EXIT
           END-IF
           IF RR-FILE-STATUS NOT = '00'
              MOVE 'RUNREG'   TO ME-ERROR-FILE-ID
              MOVE RR-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-READ-REGISTRY THRU 12-READ-REGISTRY-EXIT
              UNTIL SW-END-OF-REGISTRY
           CLOSE RUNREG
           IF ME-DUP-FOUND
              DISPLAY 'STKMEC1 - *** PERIOD ' ME-PERIOD ' HAS '
                      'ALREADY BEEN CLOSED - CLOSE REFUSED, MASTER '
                      'NOT TOUCHED ***'
              MOVE 'RUNREG'   TO ME-ERROR-FILE-ID
              MOVE 'DP'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF ME-LATER-FOUND
              DISPLAY 'STKMEC1 - *** A PERIOD LATER THAN ' ME-PERIOD
                      ' HAS ALREADY BEEN CLOSED - CLOSE REFUSED, '
                      'MASTER NOT TOUCHED ***'
              MOVE 'RUNREG'   TO ME-ERROR-FILE-ID
              MOVE 'SQ'       TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       12-EXIT.
           EXIT.

       12-READ-REGISTRY.
           READ RUNREG
              AT END MOVE 'Y' TO END-OF-REG-IND
           END-READ
           IF RR-FILE-STATUS NOT = '00' AND RR-FILE-STATUS NOT = '10'
              MOVE 'RUNREG'   TO ME-ERROR-FILE-ID
              MOVE RR-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-REGISTRY AND RR-CLOSE-ENTRY
              IF RR-CLOSE-PERIOD = ME-PARM-DATA(1:6)
                 MOVE 'Y' TO ME-DUP-FOUND-IND
              END-IF
              IF RR-CLOSE-PERIOD > ME-PARM-DATA(1:6)
                 MOVE 'Y' TO ME-LATER-FOUND-IND
              END-IF
           END-IF.

       12-READ-REGISTRY-EXIT.
           EXIT.

       15-PRINT-HEADINGS.
           MOVE SPACES TO ME-PRINT-REC
           STRING ' STKMEC1 - MONTH-END CLOSE - BALANCE-FORWARD '
                     DELIMITED BY SIZE
                  'PROOF FOR PERIOD ' DELIMITED BY SIZE
                  ME-PERIOD           DELIMITED BY SIZE
              INTO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO ME-PRINT-REC
           STRING ' OPENING SOURCE: P = PRIOR PERIOD SNAPSHOT, '
                     DELIMITED BY SIZE
                  'D = DERIVED (MASTER TOTAL LESS MONTH-TO-DATE)'
                     DELIMITED BY SIZE
              INTO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO ME-PRINT-REC
           STRING ' KEY  ST S    OPENING BALANCE' DELIMITED BY SIZE
                  '     PERIOD ACTIVITY     CLOSING BALANCE'
                     DELIMITED BY SIZE
                  '          DIFFERENCE  HISTORY  POSTINGS'
                     DELIMITED BY SIZE
              INTO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       15-EXIT.
           EXIT.

      *                         CLOSE ONE ACCOUNT - OPENING BALANCE,
      *                         TRANHIST ACTIVITY, PROOF, SNAPSHOT,
      *                         THEN RESET THE MONTH-TO-DATE FIELDS.
       20-CLOSE-ACCOUNT.
           ADD 1 TO ME-ACCOUNT-COUNT
           IF AM-MTD-AMOUNT NOT NUMERIC
              MOVE ZERO TO AM-MTD-AMOUNT
           END-IF
           IF AM-MTD-COUNT NOT NUMERIC
              MOVE ZERO TO AM-MTD-COUNT
           END-IF
           PERFORM 21-FIND-OPENING THRU 21-EXIT
           PERFORM 22-SUM-HISTORY THRU 22-EXIT
           COMPUTE ME-DIFFERENCE = AM-AMOUNT-TOTAL
                                 - ME-OPEN-BALANCE
                                 - ME-HIST-AMOUNT
           PERFORM 23-WRITE-SNAPSHOT THRU 23-EXIT
           PERFORM 24-PRINT-PROOF THRU 24-EXIT
           ADD ME-OPEN-BALANCE TO ME-OPEN-TOTAL
           ADD ME-HIST-AMOUNT  TO ME-HIST-TOTAL
           ADD AM-MTD-AMOUNT   TO ME-MTD-TOTAL
           ADD AM-MTD-COUNT    TO ME-MTD-COUNT-TOTAL
           ADD AM-AMOUNT-TOTAL TO ME-CLOSE-TOTAL
           ADD ME-DIFFERENCE   TO ME-DIFF-TOTAL
           MOVE ZERO      TO AM-MTD-AMOUNT
           MOVE ZERO      TO AM-MTD-COUNT
           MOVE ME-PERIOD TO AM-LAST-CLOSE-PERIOD
           REWRITE AM-RECORD
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO ME-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO ME-RESET-COUNT
           PERFORM 25-READ-MASTER THRU 25-EXIT.

       20-EXIT.
           EXIT.

      *                         THE PRIOR SNAPSHOT IS IN KEY ORDER -
      *                         SKIP PAST ANY KEY BELOW THIS ACCOUNT
      *                         AND TAKE THE CLOSING BALANCE OF AN
      *                         EXACT MATCH. NO MATCH (A NEW ACCOUNT,
      *                         OR THE FIRST CLOSE) FALLS BACK TO THE
      *                         MASTER TOTAL LESS MONTH-TO-DATE.
       21-FIND-OPENING.
           PERFORM 26-READ-PRIOR THRU 26-EXIT
              UNTIL SW-END-OF-PRIOR
                 OR PV-ACCOUNT-KEY NOT < AM-ACCOUNT-KEY
           IF NOT SW-END-OF-PRIOR AND PV-ACCOUNT-KEY = AM-ACCOUNT-KEY
              MOVE PV-CLOSE-BALANCE TO ME-OPEN-BALANCE
              MOVE 'P' TO ME-OPEN-SOURCE
              ADD 1 TO ME-PRIOR-COUNT
           ELSE
              COMPUTE ME-OPEN-BALANCE = AM-AMOUNT-TOTAL
                                      - AM-MTD-AMOUNT
              MOVE 'D' TO ME-OPEN-SOURCE
              ADD 1 TO ME-DERIVED-COUNT
           END-IF.

       21-EXIT.
           EXIT.

      *                         POSITION TRANHIST AT THE ACCOUNT'S
      *                         FIRST KEY AND READ FORWARD UNTIL THE
      *                         KEY LEAVES THE ACCOUNT, SUMMING THE
      *                         LINE ITEMS OF EVERY RECORD JOINED IN
      *                         THE PERIOD. A '23' ON THE START MEANS
      *                         NOTHING AT OR PAST THE ACCOUNT.
       22-SUM-HISTORY.
           MOVE ZERO TO ME-HIST-AMOUNT
           MOVE ZERO TO ME-HIST-COUNT
           MOVE SPACE TO END-OF-HIST-IND
           MOVE AM-ACCOUNT-KEY TO TH-ACCOUNT-KEY
           MOVE ZERO           TO TH-TRAN-DATE
           MOVE ZERO           TO TH-SEQ
           START TRANHIST KEY NOT < TH-HIST-KEY
           IF TH-FILE-STATUS = '23'
              GO TO 22-EXIT
           END-IF
           IF TH-FILE-STATUS NOT = '00'
              MOVE 'TRANHIST' TO ME-ERROR-FILE-ID
              MOVE TH-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 27-READ-HISTORY THRU 27-EXIT
           PERFORM 22-ADD-HISTORY THRU 22-ADD-HISTORY-EXIT
              UNTIL SW-END-OF-HIST.

       22-EXIT.
           EXIT.

       22-ADD-HISTORY.
           IF TH-RUN-DATE(1:4) = ME-PERIOD-YYMM
              PERFORM 22-ADD-ITEM THRU 22-ADD-ITEM-EXIT
                 VARYING ME-LINE-INDEX FROM 1 BY 1
                    UNTIL ME-LINE-INDEX > TH-LINE-COUNT
              ADD 1 TO ME-HIST-COUNT
              ADD 1 TO ME-HIST-USED-COUNT
           END-IF
           PERFORM 27-READ-HISTORY THRU 27-EXIT.

       22-ADD-HISTORY-EXIT.
           EXIT.

       22-ADD-ITEM.
           ADD TH-ITEM-AMOUNT(ME-LINE-INDEX) TO ME-HIST-AMOUNT.

       22-ADD-ITEM-EXIT.
           EXIT.

       23-WRITE-SNAPSHOT.
           MOVE SPACES          TO PH-RECORD
           MOVE ME-PERIOD       TO PH-PERIOD
           MOVE AM-ACCOUNT-KEY  TO PH-ACCOUNT-KEY
           MOVE AM-STATUS       TO PH-STATUS
           MOVE ME-OPEN-SOURCE  TO PH-OPEN-SOURCE
           MOVE ME-OPEN-BALANCE TO PH-OPEN-BALANCE
           MOVE AM-MTD-AMOUNT   TO PH-MTD-AMOUNT
           MOVE AM-MTD-COUNT    TO PH-MTD-COUNT
           MOVE ME-HIST-AMOUNT  TO PH-HIST-AMOUNT
           MOVE ME-HIST-COUNT   TO PH-HIST-COUNT
           MOVE AM-AMOUNT-TOTAL TO PH-CLOSE-BALANCE
           IF ME-DIFFERENCE = ZERO
              MOVE 'B' TO PH-PROOF-FLAG
           ELSE
              MOVE 'E' TO PH-PROOF-FLAG
           END-IF
           MOVE ME-RUN-DATE     TO PH-CLOSE-DATE
           WRITE PH-RECORD
           IF PH-FILE-STATUS NOT = '00'
              MOVE 'PERHIST'  TO ME-ERROR-FILE-ID
              MOVE PH-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO ME-SNAPSHOT-COUNT.

       23-EXIT.
           EXIT.

       24-PRINT-PROOF.
           MOVE AM-ACCOUNT-KEY  TO ME-PRT-KEY
           MOVE AM-STATUS       TO ME-PRT-STATUS
           MOVE ME-OPEN-SOURCE  TO ME-PRT-SOURCE
           MOVE ME-OPEN-BALANCE TO ME-PRT-OPENING
           MOVE ME-HIST-AMOUNT  TO ME-PRT-ACTIVITY
           MOVE AM-AMOUNT-TOTAL TO ME-PRT-CLOSING
           MOVE ME-DIFFERENCE   TO ME-PRT-DIFFERENCE
           MOVE ME-HIST-COUNT   TO ME-PRT-HIST-COUNT
           MOVE AM-MTD-COUNT    TO ME-PRT-MTD-COUNT
           IF ME-DIFFERENCE = ZERO
              MOVE SPACES TO ME-PRT-FLAG
           ELSE
              MOVE '*** EXCEPTION' TO ME-PRT-FLAG
              ADD 1 TO ME-EXCEPT-COUNT
           END-IF
           MOVE ME-DETAIL-LINE TO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       24-EXIT.
           EXIT.

       25-READ-MASTER.
           READ ACCTMST NEXT
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF AM-FILE-STATUS NOT = '00' AND AM-FILE-STATUS NOT = '10'
              MOVE 'ACCTMST'  TO ME-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-READ-PRIOR.
           READ PRVHIST
              AT END MOVE 'Y' TO END-OF-PRIOR-IND
           END-READ
           IF PV-FILE-STATUS NOT = '00' AND PV-FILE-STATUS NOT = '10'
              MOVE 'PRVHIST'  TO ME-ERROR-FILE-ID
              MOVE PV-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       26-EXIT.
           EXIT.

      *                         THE KEY IS ACCOUNT-MAJOR, SO THE
      *                         FIRST RECORD FOR ANOTHER ACCOUNT ENDS
      *                         THIS ACCOUNT'S HISTORY.
       27-READ-HISTORY.
           READ TRANHIST NEXT
              AT END MOVE 'Y' TO END-OF-HIST-IND
           END-READ
           IF TH-FILE-STATUS NOT = '00' AND TH-FILE-STATUS NOT = '10'
              MOVE 'TRANHIST' TO ME-ERROR-FILE-ID
              MOVE TH-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-HIST
              IF TH-ACCOUNT-KEY NOT = AM-ACCOUNT-KEY
                 MOVE 'Y' TO END-OF-HIST-IND
              ELSE
                 ADD 1 TO ME-HIST-READ-COUNT
              END-IF
           END-IF.

       27-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE ME-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'CLSRPT'   TO ME-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       30-FINISH.
           PERFORM 32-PRINT-TOTALS THRU 32-EXIT
           CLOSE ACCTMST TRANHIST PRVHIST PERHIST CLSRPT
           DISPLAY '***** STKMEC1 MONTH-END CLOSE TOTALS *****'
           DISPLAY 'PERIOD CLOSED ............ ' ME-PERIOD
           DISPLAY 'ACCOUNTS CLOSED .......... ' ME-ACCOUNT-COUNT
           DISPLAY '  OPENING FROM PRIOR ..... ' ME-PRIOR-COUNT
           DISPLAY '  OPENING DERIVED ........ ' ME-DERIVED-COUNT
           DISPLAY 'SNAPSHOTS WRITTEN ........ ' ME-SNAPSHOT-COUNT
           DISPLAY 'MONTH-TO-DATE RESET ...... ' ME-RESET-COUNT
           DISPLAY 'HISTORY RECORDS READ ..... ' ME-HIST-READ-COUNT
           DISPLAY 'HISTORY RECS IN PERIOD ... ' ME-HIST-USED-COUNT
           DISPLAY 'OPENING BALANCE TOTAL .... ' ME-OPEN-TOTAL
           DISPLAY 'PERIOD ACTIVITY TOTAL .... ' ME-HIST-TOTAL
           DISPLAY 'MONTH-TO-DATE TOTAL ...... ' ME-MTD-TOTAL
           DISPLAY 'CLOSING BALANCE TOTAL .... ' ME-CLOSE-TOTAL
           DISPLAY 'PROOF EXCEPTIONS ......... ' ME-EXCEPT-COUNT
           IF ME-EXCEPT-COUNT > ZERO
              DISPLAY '*** WARNING - OPENING PLUS PERIOD ACTIVITY '
                      'DOES NOT EQUAL CLOSING FOR SOME ACCOUNTS - '
                      'SEE THE CLOSE REPORT ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'CLOSE OK - EVERY ACCOUNT BALANCES FORWARD'
           END-IF
           PERFORM 35-REGISTER-CLOSE THRU 35-EXIT
           STOP RUN.

       32-PRINT-TOTALS.
           MOVE SPACES TO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO ME-DETAIL-LINE
           MOVE 'ALL ' TO ME-PRT-KEY
           MOVE ME-OPEN-TOTAL      TO ME-PRT-OPENING
           MOVE ME-HIST-TOTAL      TO ME-PRT-ACTIVITY
           MOVE ME-CLOSE-TOTAL     TO ME-PRT-CLOSING
           MOVE ME-DIFF-TOTAL      TO ME-PRT-DIFFERENCE
           MOVE ME-HIST-USED-COUNT TO ME-PRT-HIST-COUNT
           MOVE ME-MTD-COUNT-TOTAL TO ME-PRT-MTD-COUNT
           MOVE 'GRAND TOTAL' TO ME-PRT-FLAG
           MOVE ME-DETAIL-LINE TO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE ME-ACCOUNT-COUNT TO ME-PRT-COUNT
           MOVE SPACES TO ME-PRINT-REC
           STRING ' ACCOUNTS CLOSED .......... ' DELIMITED BY SIZE
                  ME-PRT-COUNT                   DELIMITED BY SIZE
              INTO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE ME-EXCEPT-COUNT TO ME-PRT-COUNT
           MOVE SPACES TO ME-PRINT-REC
           STRING ' PROOF EXCEPTIONS ......... ' DELIMITED BY SIZE
                  ME-PRT-COUNT                   DELIMITED BY SIZE
              INTO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE ME-MTD-TOTAL TO ME-PRT-TOTAL
           MOVE SPACES TO ME-PRINT-REC
           STRING ' MONTH-TO-DATE POSTED ..... ' DELIMITED BY SIZE
                  ME-PRT-TOTAL                   DELIMITED BY SIZE
              INTO ME-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           IF ME-EXCEPT-COUNT = ZERO
              MOVE SPACES TO ME-PRINT-REC
              MOVE ' PROOF OK - OPENING PLUS PERIOD ACTIVITY EQUALS '
                 TO ME-PRINT-REC
              MOVE 'CLOSING FOR EVERY ACCOUNT' TO ME-PRINT-REC(50:25)
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           END-IF.

       32-EXIT.
           EXIT.

      *                         RECORD THE CLOSED PERIOD ON THE RUN
      *                         REGISTRY SO IT CANNOT BE CLOSED
      *                         AGAIN. ONLY A COMPLETED CLOSE GETS
      *                         HERE.
       35-REGISTER-CLOSE.
           OPEN EXTEND RUNREG
           IF RR-FILE-STATUS NOT = '00'
              MOVE 'RUNREG'   TO ME-ERROR-FILE-ID
              MOVE RR-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 36-REG-ABEND THRU 36-REG-ABEND-EXIT
           END-IF
           MOVE SPACES            TO RRREC
           MOVE 'C'               TO RR-ENTRY-TYPE
           MOVE SPACES            TO RR-RUN-ID
           MOVE ZERO              TO RR-IN1-GENERATION
           MOVE ZERO              TO RR-IN2-GENERATION
           MOVE SPACE             TO RR-PARTITION
           MOVE ME-RUN-DATE       TO RR-REG-DATE
           MOVE ME-RUN-TIME       TO RR-REG-TIME
           MOVE ME-PARM-DATA(1:6) TO RR-CLOSE-PERIOD
           WRITE RRREC
           IF RR-FILE-STATUS NOT = '00'
              MOVE 'RUNREG'   TO ME-ERROR-FILE-ID
              MOVE RR-FILE-STATUS TO ME-ERROR-STATUS
              PERFORM 36-REG-ABEND THRU 36-REG-ABEND-EXIT
           END-IF
           CLOSE RUNREG.

       35-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE RUN REGISTRY -
      *                         THE MAIN FILES ARE ALREADY CLOSED BY
      *                         NOW, SO ONLY RUNREG ITSELF IS CLOSED.
       36-REG-ABEND.
           DISPLAY 'STKMEC1 - FATAL ERROR ON ' ME-ERROR-FILE-ID
                   ' - STATUS = ' ME-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RUNREG
           STOP RUN.

       36-REG-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKMEC1 - FATAL ERROR ON ' ME-ERROR-FILE-ID
                   ' - STATUS = ' ME-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ACCTMST TRANHIST PRVHIST PERHIST CLSRPT
           STOP RUN.

       90-EXIT.
           EXIT.
