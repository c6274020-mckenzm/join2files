      *-------------------------------------------------------------*
      *  STKAMM1 : BATCH MAINTENANCE OF ACCOUNT STATUS ON THE VSAM   *
      *            ACCOUNT MASTER (ACCTMST - SEE THE STKMAST         *
      *            COPYBOOK). AN ACCOUNT IS OPEN ('O'), FROZEN ('F') *
      *            OR CLOSED ('C'), AND STKPOST1 POSTS ONLY TO OPEN  *
      *            ACCOUNTS - ACTIVITY FOR ANY OTHER GOES TO ITS     *
      *            POSTING-EXCEPTION FILE. THIS PROGRAM IS THE ONLY  *
      *            SANCTIONED WAY TO CREATE A MASTER RECORD OR MOVE  *
      *            AN ACCOUNT THROUGH ITS LIFECYCLE. EACH            *
      *            TRANSACTION CARD (ACCTTRAN) IS EDITED AND APPLIED *
      *            TO THE CLUSTER IN CARD ORDER. ACTIONS:            *
      *              O - OPEN A NEW ACCOUNT (OPEN DATE REQUIRED,     *
      *                  ZERO TOTALS, STATUS 'O')                    *
      *              F - FREEZE AN OPEN ACCOUNT (STATUS TO 'F')      *
      *              U - UNFREEZE A FROZEN ACCOUNT (STATUS TO 'O')   *
      *              C - CLOSE AN OPEN OR FROZEN ACCOUNT (CLOSE DATE *
      *                  REQUIRED, NOT BEFORE THE OPEN DATE)         *
      *            A CARD IS REFUSED - AND THE ACCOUNT LEFT AS IT    *
      *            WAS - FOR A BAD ACTION, A MISSING OR RESERVED     *
      *            KEY, NO REQUESTER OR NO REASON, A MISSING OR BAD  *
      *            CCYYMMDD DATE, AN OPEN OF AN ACCOUNT ALREADY ON   *
      *            THE MASTER, ANY OTHER ACTION ON ONE THAT IS NOT,  *
      *            OR A STATUS CHANGE THE LIFECYCLE DOES NOT ALLOW   *
      *            (FREEZE OF A FROZEN OR CLOSED ACCOUNT, UNFREEZE   *
      *            OF ONE THAT IS NOT FROZEN, CLOSE OF A CLOSED      *
      *            ONE). A CLOSED ACCOUNT STAYS CLOSED.              *
      *            EVERY CARD PRINTS ON THE MAINTENANCE LOG (ACMLOG) *
      *            WITH WHO ASKED AND WHY - APPLIED CARDS SHOW THE   *
      *            ACCOUNT BEFORE AND AFTER, REFUSED CARDS SHOW WHY. *
      *            EVERY APPLIED CARD IS ALSO APPENDED TO THE        *
      *            ACCOUNT AUDIT TRAIL (ACCTAUD), WHICH IS KEPT FOR  *
      *            THE LIFE OF THE ACCOUNT, SO THE STATUS HISTORY OF *
      *            ANY ACCOUNT CAN BE SHOWN WITHOUT THE JOB LOGS.    *
      *            RETURN CODES: 0 = EVERY CARD APPLIED, 4 = ONE OR  *
      *            MORE CARDS REFUSED (THE APPLIED CARDS STAND),     *
      *            16 = I/O ERROR.                                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKAMM1'.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS AM-FILE-STATUS.
           SELECT ACCTTRAN ASSIGN TO UT-S-ACCTTRN
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ACMLOG  ASSIGN TO UT-S-ACMLOG
               FILE STATUS IS RP-FILE-STATUS.
           SELECT ACCTAUD ASSIGN TO UT-S-ACCTAUD
               FILE STATUS IS AU-FILE-STATUS.

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

      *                          ONE MAINTENANCE CARD PER CHANGE -
      *                          ACTION IN 1, ACCOUNT KEY IN 2-5,
      *                          THE EFFECTIVE DATE (OPEN OR CLOSE
      *                          DATE, BLANK ON A FREEZE/UNFREEZE),
      *                          THE REQUESTER'S USER-ID AND THE
      *                          REASON FOR THE CHANGE.
       FD  ACCTTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AT-RECORD.
       01  AT-RECORD.
           05 AT-ACTION                   PIC X(01).
              88 AT-OPEN                       VALUE 'O'.
              88 AT-FREEZE                     VALUE 'F'.
              88 AT-UNFREEZE                   VALUE 'U'.
              88 AT-CLOSE                      VALUE 'C'.
           05 AT-ACCOUNT-KEY              PIC X(04).
           05 AT-EFF-DATE-X               PIC X(08).
           05 AT-EFF-DATE REDEFINES AT-EFF-DATE-X
                                          PIC 9(08).
           05 AT-REQUESTER                PIC X(08).
           05 AT-REASON                   PIC X(59).

       FD  ACMLOG
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MM-PRINT-REC.
       01  MM-PRINT-REC                   PIC X(133).

      *                          ACCOUNT AUDIT TRAIL - ONE RECORD PER
      *                          APPLIED CARD, APPENDED (OPEN EXTEND)
      *                          SO THE FILE HOLDS EVERY STATUS
      *                          CHANGE EVER MADE: WHEN, WHAT, WHO,
      *                          WHY, AND THE STATUS AND DATES BEFORE
      *                          AND AFTER.
       FD  ACCTAUD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AU-RECORD.
       01  AU-RECORD.
           05 AU-LOG-DATE                 PIC 9(06).
           05 AU-LOG-TIME                 PIC 9(08).
           05 AU-ACTION                   PIC X(01).
           05 AU-ACCOUNT-KEY              PIC X(04).
           05 AU-EFF-DATE                 PIC X(08).
           05 AU-REQUESTER                PIC X(08).
           05 AU-REASON                   PIC X(59).
           05 AU-BEF-STATUS               PIC X(01).
           05 AU-BEF-OPEN-DATE            PIC 9(08).
           05 AU-BEF-CLOSE-DATE           PIC 9(08).
           05 AU-AFT-STATUS               PIC X(01).
           05 AU-AFT-OPEN-DATE            PIC 9(08).
           05 AU-AFT-CLOSE-DATE           PIC 9(08).
           05 FILLER                      PIC X(22).

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 MM-FOUND-IND        PIC X VALUE SPACE.
              88 MM-ACCOUNT-FOUND       VALUE 'Y'.
           05 MM-CARD-OK-IND      PIC X VALUE 'Y'.
              88 MM-CARD-OK             VALUE 'Y'.

      *                          THE REFUSAL TEXT FOR THE CURRENT
      *                          CARD - FIRST FAILING CHECK WINS.
       01  MM-REFUSE-REASON       PIC X(40) VALUE SPACE.

      *                          BEFORE AND AFTER IMAGES OF THE
      *                          ACCOUNT A CARD TOUCHED, FOR THE LOG
      *                          AND THE AUDIT TRAIL.
       01  MM-BEFORE-IMAGE.
           05 MM-BEF-STATUS       PIC X(01).
           05 MM-BEF-OPEN-DATE    PIC 9(08).
           05 MM-BEF-CLOSE-DATE   PIC 9(08).
           05 MM-BEF-AMOUNT       PIC S9(11)V99.
           05 MM-BEF-POST-COUNT   PIC 9(08).
       01  MM-AFTER-IMAGE.
           05 MM-AFT-STATUS       PIC X(01).
           05 MM-AFT-OPEN-DATE    PIC 9(08).
           05 MM-AFT-CLOSE-DATE   PIC 9(08).
           05 MM-AFT-AMOUNT       PIC S9(11)V99.
           05 MM-AFT-POST-COUNT   PIC 9(08).

      *                          CENTURY-DATE (CCYYMMDD) VALIDATION
      *                          - THE SAME CHECK AND DAYS-PER-MONTH
      *                          TABLE STKEDIT1 APPLIES TO THE TRAN
      *                          DATE.
       01  MM-DATE-WORK.
           05 MM-WORK-DATE        PIC 9(08).
           05 MM-WORK-DATE-FLD REDEFINES MM-WORK-DATE.
              10 MM-WORK-YEAR     PIC 9(04).
              10 MM-WORK-MONTH    PIC 9(02).
              10 MM-WORK-DAY      PIC 9(02).

       01  MM-LEAP-WORK.
           05 MM-LEAP-IND         PIC X(01) VALUE 'N'.
              88 MM-LEAP-YEAR           VALUE 'Y'.
           05 MM-LEAP-QUOTIENT    PIC 9(04) COMP.
           05 MM-LEAP-REMAINDER   PIC 9(04) COMP.

       01  MM-MONTH-DAYS-VALUE    PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  MM-MONTH-DAYS-TABLE REDEFINES MM-MONTH-DAYS-VALUE.
           05 MM-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).

       01  MM-MAINT-TOTALS.
           05 MM-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 MM-OPEN-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 MM-FREEZE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 MM-UNFREEZE-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 MM-CLOSE-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 MM-REFUSED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.

       01  MM-LOG-DATE            PIC 9(06) VALUE ZERO.
       01  MM-LOG-TIME            PIC 9(08) VALUE ZERO.

       01  MM-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MM-PRT-ACTION       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 MM-PRT-KEY          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 MM-PRT-EFF-DATE     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'BY : '.
           05 MM-PRT-REQUESTER    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'WHY: '.
           05 MM-PRT-REASON       PIC X(59).
           05 FILLER              PIC X(25) VALUE SPACE.

       01  MM-IMAGE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 MM-IMG-LABEL        PIC X(08).
           05 FILLER              PIC X(08) VALUE 'STATUS  '.
           05 MM-IMG-STATUS       PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(08) VALUE 'OPENED  '.
           05 MM-IMG-OPEN-DATE    PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(08) VALUE 'CLOSED  '.
           05 MM-IMG-CLOSE-DATE   PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(07) VALUE 'POSTED '.
           05 MM-IMG-POST-COUNT   PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(07) VALUE 'AMOUNT '.
           05 MM-IMG-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(21) VALUE SPACE.

       01  MM-REFUSE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE '** REFUSED - '.
           05 MM-REF-TEXT         PIC X(40).
           05 FILLER              PIC X(67) VALUE SPACE.

       01  MM-PRT-COUNT           PIC ZZZ,ZZ9.

       01  MM-FILE-STATUSES.
           05 AM-FILE-STATUS      PIC X(02) VALUE '00'.
           05 TRN-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 AU-FILE-STATUS      PIC X(02) VALUE '00'.

       01  MM-ERROR-INFO.
           05 MM-ERROR-FILE-ID    PIC X(08).
           05 MM-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-APPLY-CARD THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 40-FINISH.

       10-SETUP.
           OPEN INPUT ACCTTRAN
           IF TRN-FILE-STATUS NOT = '00'
              MOVE 'ACCTTRAN' TO MM-ERROR-FILE-ID
              MOVE TRN-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN I-O ACCTMST
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO MM-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT ACMLOG
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'ACMLOG'   TO MM-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN EXTEND ACCTAUD
           IF AU-FILE-STATUS NOT = '00'
              MOVE 'ACCTAUD'  TO MM-ERROR-FILE-ID
              MOVE AU-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ACCEPT MM-LOG-DATE FROM DATE
           ACCEPT MM-LOG-TIME FROM TIME
           MOVE SPACES TO MM-PRINT-REC
           STRING ' STKAMM1 - ACCOUNT STATUS MAINTENANCE LOG - RUN '
                     DELIMITED BY SIZE
                  MM-LOG-DATE DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         EDIT ONE CARD AND, IF IT PASSES,
      *                         APPLY IT TO THE MASTER. THE CARD
      *                         HEADING LINE ALWAYS PRINTS; AN
      *                         APPLIED CARD IS FOLLOWED BY ITS
      *                         BEFORE/AFTER IMAGES AND GOES TO THE
      *                         AUDIT TRAIL, A REFUSED ONE IS
      *                         FOLLOWED BY THE REASON.
       20-APPLY-CARD.
           ADD 1 TO MM-CARD-COUNT
           MOVE 'Y'    TO MM-CARD-OK-IND
           MOVE SPACES TO MM-REFUSE-REASON
           PERFORM 21-EDIT-CARD THRU 21-EXIT
           PERFORM 26-PRINT-CARD-HEAD THRU 26-EXIT
           IF NOT MM-CARD-OK
              ADD 1 TO MM-REFUSED-COUNT
              MOVE MM-REFUSE-REASON TO MM-REF-TEXT
              MOVE MM-REFUSE-LINE TO MM-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           ELSE
              IF AT-OPEN
                 PERFORM 22-APPLY-OPEN THRU 22-EXIT
              ELSE
                 PERFORM 23-APPLY-STATUS THRU 23-EXIT
              END-IF
              PERFORM 27-PRINT-IMAGES THRU 27-EXIT
              PERFORM 24-WRITE-AUDIT THRU 24-EXIT
           END-IF
           MOVE SPACES TO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       20-EXIT.
           EXIT.

      *                         THE CARD EDITS - FIRST FAILURE WINS
      *                         AND SETS THE REFUSAL TEXT. KEY '0000'
      *                         IS THE STKPOSTG PRIMING RECORD AND IS
      *                         NEVER MAINTAINED.
       21-EDIT-CARD.
           IF NOT AT-OPEN AND NOT AT-FREEZE
                 AND NOT AT-UNFREEZE AND NOT AT-CLOSE
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'ACTION NOT O, F, U OR C' TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-ACCOUNT-KEY = SPACES
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'ACCOUNT KEY MISSING' TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-ACCOUNT-KEY = '0000'
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'KEY 0000 IS THE PRIMING RECORD'
                TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-REQUESTER = SPACES OR AT-REASON = SPACES
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'REQUESTER AND REASON ARE REQUIRED'
                TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-OPEN OR AT-CLOSE
              IF AT-EFF-DATE-X = SPACES
                 MOVE 'N' TO MM-CARD-OK-IND
                 MOVE 'DATE REQUIRED ON AN OPEN OR CLOSE'
                   TO MM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              MOVE AT-EFF-DATE-X TO MM-WORK-DATE(1:8)
              PERFORM 31-CHECK-DATE THRU 31-EXIT
              IF NOT MM-CARD-OK
                 MOVE 'DATE NOT A VALID CCYYMMDD'
                   TO MM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           PERFORM 33-READ-MASTER THRU 33-EXIT
           IF AT-OPEN
              IF MM-ACCOUNT-FOUND
                 MOVE 'N' TO MM-CARD-OK-IND
                 MOVE 'ACCOUNT ALREADY ON MASTER'
                   TO MM-REFUSE-REASON
              END-IF
              GO TO 21-EXIT
           END-IF
           IF NOT MM-ACCOUNT-FOUND
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'ACCOUNT NOT ON MASTER - NEVER OPENED'
                TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-FREEZE AND AM-STATUS NOT = 'O'
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'ONLY AN OPEN ACCOUNT CAN BE FROZEN'
                TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-UNFREEZE AND AM-STATUS NOT = 'F'
              MOVE 'N' TO MM-CARD-OK-IND
              MOVE 'ACCOUNT IS NOT FROZEN' TO MM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AT-CLOSE
              IF AM-STATUS NOT = 'O' AND AM-STATUS NOT = 'F'
                 MOVE 'N' TO MM-CARD-OK-IND
                 MOVE 'ONLY AN OPEN OR FROZEN ACCOUNT CAN CLOSE'
                   TO MM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF AT-EFF-DATE < AM-OPEN-DATE
                 MOVE 'N' TO MM-CARD-OK-IND
                 MOVE 'CLOSE DATE IS BEFORE THE OPEN DATE'
                   TO MM-REFUSE-REASON
              END-IF
           END-IF.

       21-EXIT.
           EXIT.

      *                         OPEN - A NEW MASTER RECORD WITH ZERO
      *                         TOTALS, NO POSTING HISTORY AND THE
      *                         CARD'S OPEN DATE.
       22-APPLY-OPEN.
           MOVE SPACES TO MM-BEFORE-IMAGE
           MOVE ZERO   TO MM-BEF-OPEN-DATE
           MOVE ZERO   TO MM-BEF-CLOSE-DATE
           MOVE ZERO   TO MM-BEF-AMOUNT
           MOVE ZERO   TO MM-BEF-POST-COUNT
           MOVE SPACES TO AM-RECORD
           MOVE AT-ACCOUNT-KEY TO AM-ACCOUNT-KEY
           MOVE ZERO           TO AM-LAST-TRAN-DATE
           MOVE ZERO           TO AM-AMOUNT-TOTAL
           MOVE ZERO           TO AM-POST-COUNT
           MOVE SPACES         TO AM-LAST-RUN-ID
           MOVE 'O'            TO AM-STATUS
           MOVE AT-EFF-DATE    TO AM-OPEN-DATE
           MOVE ZERO           TO AM-CLOSE-DATE
           MOVE ZERO           TO AM-MTD-AMOUNT
           MOVE ZERO           TO AM-MTD-COUNT
           MOVE ZERO           TO AM-LAST-CLOSE-PERIOD
           WRITE AM-RECORD
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO MM-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO MM-OPEN-COUNT
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       22-EXIT.
           EXIT.

      *                         FREEZE / UNFREEZE / CLOSE - ONLY THE
      *                         STATUS MOVES, PLUS THE CLOSE DATE ON
      *                         A CLOSE. TOTALS ARE NEVER TOUCHED.
       23-APPLY-STATUS.
           PERFORM 29-TAKE-BEFORE-IMAGE THRU 29-BEFORE-EXIT
           IF AT-FREEZE
              MOVE 'F' TO AM-STATUS
              ADD 1 TO MM-FREEZE-COUNT
           END-IF
           IF AT-UNFREEZE
              MOVE 'O' TO AM-STATUS
              ADD 1 TO MM-UNFREEZE-COUNT
           END-IF
           IF AT-CLOSE
              MOVE 'C' TO AM-STATUS
              MOVE AT-EFF-DATE TO AM-CLOSE-DATE
              ADD 1 TO MM-CLOSE-COUNT
           END-IF
           REWRITE AM-RECORD
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO MM-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       23-EXIT.
           EXIT.

       24-WRITE-AUDIT.
           MOVE SPACES            TO AU-RECORD
           MOVE MM-LOG-DATE       TO AU-LOG-DATE
           MOVE MM-LOG-TIME       TO AU-LOG-TIME
           MOVE AT-ACTION         TO AU-ACTION
           MOVE AT-ACCOUNT-KEY    TO AU-ACCOUNT-KEY
           MOVE AT-EFF-DATE-X     TO AU-EFF-DATE
           MOVE AT-REQUESTER      TO AU-REQUESTER
           MOVE AT-REASON         TO AU-REASON
           MOVE MM-BEF-STATUS     TO AU-BEF-STATUS
           MOVE MM-BEF-OPEN-DATE  TO AU-BEF-OPEN-DATE
           MOVE MM-BEF-CLOSE-DATE TO AU-BEF-CLOSE-DATE
           MOVE MM-AFT-STATUS     TO AU-AFT-STATUS
           MOVE MM-AFT-OPEN-DATE  TO AU-AFT-OPEN-DATE
           MOVE MM-AFT-CLOSE-DATE TO AU-AFT-CLOSE-DATE
           WRITE AU-RECORD
           IF AU-FILE-STATUS NOT = '00'
              MOVE 'ACCTAUD'  TO MM-ERROR-FILE-ID
              MOVE AU-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       24-EXIT.
           EXIT.

       25-READ-CARD.
           READ ACCTTRAN
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF TRN-FILE-STATUS NOT = '00' AND TRN-FILE-STATUS NOT = '10'
              MOVE 'ACCTTRAN' TO MM-ERROR-FILE-ID
              MOVE TRN-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-PRINT-CARD-HEAD.
           EVALUATE TRUE
              WHEN AT-OPEN
                 MOVE 'OPEN'       TO MM-PRT-ACTION
              WHEN AT-FREEZE
                 MOVE 'FREEZE'     TO MM-PRT-ACTION
              WHEN AT-UNFREEZE
                 MOVE 'UNFREEZE'   TO MM-PRT-ACTION
              WHEN AT-CLOSE
                 MOVE 'CLOSE'      TO MM-PRT-ACTION
              WHEN OTHER
                 MOVE AT-ACTION    TO MM-PRT-ACTION
           END-EVALUATE
           MOVE AT-ACCOUNT-KEY TO MM-PRT-KEY
           MOVE AT-EFF-DATE-X  TO MM-PRT-EFF-DATE
           MOVE AT-REQUESTER   TO MM-PRT-REQUESTER
           MOVE AT-REASON      TO MM-PRT-REASON
           MOVE MM-CARD-LINE   TO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       26-EXIT.
           EXIT.

      *                         AN OPEN HAS NO BEFORE IMAGE - THE
      *                         LINE SAYS SO INSTEAD OF PRINTING
      *                         BLANKS AND ZEROS.
       27-PRINT-IMAGES.
           IF AT-OPEN
              MOVE SPACES TO MM-PRINT-REC
              STRING '             BEFORE: (NEW ACCOUNT)'
                        DELIMITED BY SIZE
                 INTO MM-PRINT-REC
           ELSE
              MOVE 'BEFORE: '        TO MM-IMG-LABEL
              MOVE MM-BEF-STATUS     TO MM-IMG-STATUS
              MOVE MM-BEF-OPEN-DATE  TO MM-IMG-OPEN-DATE
              MOVE MM-BEF-CLOSE-DATE TO MM-IMG-CLOSE-DATE
              MOVE MM-BEF-POST-COUNT TO MM-IMG-POST-COUNT
              MOVE MM-BEF-AMOUNT     TO MM-IMG-AMOUNT
              MOVE MM-IMAGE-LINE     TO MM-PRINT-REC
           END-IF
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE 'AFTER : '        TO MM-IMG-LABEL
           MOVE MM-AFT-STATUS     TO MM-IMG-STATUS
           MOVE MM-AFT-OPEN-DATE  TO MM-IMG-OPEN-DATE
           MOVE MM-AFT-CLOSE-DATE TO MM-IMG-CLOSE-DATE
           MOVE MM-AFT-POST-COUNT TO MM-IMG-POST-COUNT
           MOVE MM-AFT-AMOUNT     TO MM-IMG-AMOUNT
           MOVE MM-IMAGE-LINE     TO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       27-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE MM-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'ACMLOG'   TO MM-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO MM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       29-TAKE-BEFORE-IMAGE.
           MOVE AM-STATUS         TO MM-BEF-STATUS
           MOVE AM-OPEN-DATE      TO MM-BEF-OPEN-DATE
           MOVE AM-CLOSE-DATE     TO MM-BEF-CLOSE-DATE
           MOVE AM-AMOUNT-TOTAL   TO MM-BEF-AMOUNT
           MOVE AM-POST-COUNT     TO MM-BEF-POST-COUNT.

       29-BEFORE-EXIT.
           EXIT.

       29-TAKE-AFTER-IMAGE.
           MOVE AM-STATUS         TO MM-AFT-STATUS
           MOVE AM-OPEN-DATE      TO MM-AFT-OPEN-DATE
           MOVE AM-CLOSE-DATE     TO MM-AFT-CLOSE-DATE
           MOVE AM-AMOUNT-TOTAL   TO MM-AFT-AMOUNT
           MOVE AM-POST-COUNT     TO MM-AFT-POST-COUNT.

       29-EXIT.
           EXIT.

      *                         COMMON CENTURY-DATE CHECK - CALLER
      *                         MOVES THE RAW EIGHT DATE BYTES INTO
      *                         MM-WORK-DATE FIRST. SAME RULES AS
      *                         STKEDIT1 25-CHECK-DATE (1900-2099,
      *                         LEAP YEARS HONOURED).
       31-CHECK-DATE.
           IF MM-WORK-DATE(1:8) NOT NUMERIC
              MOVE 'N' TO MM-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF MM-WORK-YEAR < 1900 OR MM-WORK-YEAR > 2099
              MOVE 'N' TO MM-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF MM-WORK-MONTH < 1 OR MM-WORK-MONTH > 12
              MOVE 'N' TO MM-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           PERFORM 31-CHECK-LEAP-YEAR THRU 31-LEAP-EXIT
           IF MM-WORK-MONTH = 2 AND MM-WORK-DAY = 29 AND MM-LEAP-YEAR
              GO TO 31-EXIT
           END-IF
           IF MM-WORK-DAY < 1
                 OR MM-WORK-DAY > MM-DAYS-IN-MONTH(MM-WORK-MONTH)
              MOVE 'N' TO MM-CARD-OK-IND
           END-IF.

       31-EXIT.
           EXIT.

       31-CHECK-LEAP-YEAR.
           MOVE 'N' TO MM-LEAP-IND
           DIVIDE MM-WORK-YEAR BY 4
              GIVING MM-LEAP-QUOTIENT
              REMAINDER MM-LEAP-REMAINDER
           IF MM-LEAP-REMAINDER = ZERO
              MOVE 'Y' TO MM-LEAP-IND
              DIVIDE MM-WORK-YEAR BY 100
                 GIVING MM-LEAP-QUOTIENT
                 REMAINDER MM-LEAP-REMAINDER
              IF MM-LEAP-REMAINDER = ZERO
                 DIVIDE MM-WORK-YEAR BY 400
                    GIVING MM-LEAP-QUOTIENT
                    REMAINDER MM-LEAP-REMAINDER
                 IF MM-LEAP-REMAINDER NOT = ZERO
                    MOVE 'N' TO MM-LEAP-IND
                 END-IF
              END-IF
           END-IF.

       31-LEAP-EXIT.
           EXIT.

      *                         RANDOM READ OF THE MASTER BY THE
      *                         CARD'S ACCOUNT KEY - '23' (NOT FOUND)
      *                         IS AN EDIT OUTCOME, NOT AN ERROR.
       33-READ-MASTER.
           MOVE SPACE TO MM-FOUND-IND
           MOVE AT-ACCOUNT-KEY TO AM-ACCOUNT-KEY
           READ ACCTMST
           IF AM-FILE-STATUS = '00'
              MOVE 'Y' TO MM-FOUND-IND
           ELSE
              IF AM-FILE-STATUS NOT = '23'
                 MOVE 'ACCTMST'  TO MM-ERROR-FILE-ID
                 MOVE AM-FILE-STATUS TO MM-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
           END-IF.

       33-EXIT.
           EXIT.

       40-FINISH.
           MOVE MM-CARD-COUNT TO MM-PRT-COUNT
           MOVE SPACES TO MM-PRINT-REC
           STRING ' CARDS READ ............... ' DELIMITED BY SIZE
                  MM-PRT-COUNT                   DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE MM-OPEN-COUNT TO MM-PRT-COUNT
           MOVE SPACES TO MM-PRINT-REC
           STRING ' ACCOUNTS OPENED .......... ' DELIMITED BY SIZE
                  MM-PRT-COUNT                   DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE MM-FREEZE-COUNT TO MM-PRT-COUNT
           MOVE SPACES TO MM-PRINT-REC
           STRING ' ACCOUNTS FROZEN .......... ' DELIMITED BY SIZE
                  MM-PRT-COUNT                   DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE MM-UNFREEZE-COUNT TO MM-PRT-COUNT
           MOVE SPACES TO MM-PRINT-REC
           STRING ' ACCOUNTS UNFROZEN ........ ' DELIMITED BY SIZE
                  MM-PRT-COUNT                   DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE MM-CLOSE-COUNT TO MM-PRT-COUNT
           MOVE SPACES TO MM-PRINT-REC
           STRING ' ACCOUNTS CLOSED .......... ' DELIMITED BY SIZE
                  MM-PRT-COUNT                   DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE MM-REFUSED-COUNT TO MM-PRT-COUNT
           MOVE SPACES TO MM-PRINT-REC
           STRING ' CARDS REFUSED ............ ' DELIMITED BY SIZE
                  MM-PRT-COUNT                   DELIMITED BY SIZE
              INTO MM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           CLOSE ACCTTRAN ACCTMST ACMLOG ACCTAUD
           DISPLAY '***** STKAMM1 ACCOUNT MAINTENANCE TOTALS *****'
           DISPLAY 'CARDS READ ............... ' MM-CARD-COUNT
           DISPLAY 'ACCOUNTS OPENED .......... ' MM-OPEN-COUNT
           DISPLAY 'ACCOUNTS FROZEN .......... ' MM-FREEZE-COUNT
           DISPLAY 'ACCOUNTS UNFROZEN ........ ' MM-UNFREEZE-COUNT
           DISPLAY 'ACCOUNTS CLOSED .......... ' MM-CLOSE-COUNT
           DISPLAY 'CARDS REFUSED ............ ' MM-REFUSED-COUNT
           IF MM-REFUSED-COUNT > ZERO
              DISPLAY '*** WARNING - ONE OR MORE CARDS WERE REFUSED '
                      '- SEE THE MAINTENANCE LOG ***'
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       90-ABEND.
           DISPLAY 'STKAMM1 - FATAL ERROR ON ' MM-ERROR-FILE-ID
                   ' - STATUS = ' MM-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ACCTTRAN ACCTMST ACMLOG ACCTAUD
           STOP RUN.

       90-EXIT.
           EXIT.
