      *-------------------------------------------------------------*
      *  STKIMM1 : BATCH MAINTENANCE OF THE ITEM-CODE MASTER         *
      *            (ITEMMST - SEE THE STKITEM COPYBOOK). THE MASTER  *
      *            DRIVES THE 'IC' REJECT DECISION IN STKEDIT1 AND   *
      *            THE DESCRIPTIONS ON THE STKITM1 SUMMARY, SO A     *
      *            HAND-EDITED TYPO IN THE STATUS BYTE OR THE        *
      *            EFFECTIVE DATE CAN REJECT A WHOLE NIGHT'S DETAIL. *
      *            THIS PROGRAM IS THE ONLY SANCTIONED WAY TO        *
      *            CHANGE IT: THE CURRENT GENERATION IS LOADED INTO  *
      *            MEMORY, EACH TRANSACTION CARD (ITMTRAN) IS        *
      *            EDITED AND APPLIED IN CARD ORDER, AND THE WHOLE   *
      *            TABLE IS WRITTEN TO A NEW GENERATION. ACTIONS:    *
      *              A - ADD A NEW CODE (DESCRIPTION AND EFFECTIVE   *
      *                  DATE REQUIRED, STATUS DEFAULTS TO 'A')      *
      *              C - CHANGE THE DESCRIPTION, STATUS AND/OR       *
      *                  EFFECTIVE DATE (A BLANK FIELD IS LEFT AS    *
      *                  IT WAS)                                     *
      *              D - DEACTIVATE (STATUS TO 'I')                  *
      *              R - REACTIVATE (STATUS TO 'A', WITH AN          *
      *                  OPTIONAL NEW EFFECTIVE DATE)                *
      *            A CARD IS REFUSED - AND THE MASTER LEFT AS IT     *
      *            WAS FOR THAT CODE - FOR A DUPLICATE ADD, A CHANGE *
      *            TO A CODE THAT DOES NOT EXIST, A STATUS OTHER     *
      *            THAN 'A'/'I', A BAD CCYYMMDD DATE, A BAD ACTION,  *
      *            A DEACTIVATE OF AN INACTIVE CODE (OR REACTIVATE   *
      *            OF AN ACTIVE ONE), OR A CARD WITH NO REQUESTER    *
      *            OR NO REASON. EVERY CARD PRINTS ON THE CHANGE LOG *
      *            (ITMLOG) WITH WHO ASKED AND WHY AND THE RUN DATE  *
      *            AND TIME - APPLIED CARDS SHOW THE RECORD BEFORE   *
      *            AND AFTER, REFUSED CARDS SHOW WHY - SO AUDIT CAN  *
      *            SEE WHEN A CODE CHANGED AND WHAT IT WAS BEFORE.   *
      *            THE NEW MASTER IS CAPPED AT 500 CODES, THE SIZE   *
      *            OF THE STKEDIT1 ITEM TABLE - AN ADD PAST IT IS    *
      *            REFUSED RATHER THAN LETTING THE NEXT EDIT ABEND.  *
      *            RETURN CODES: 0 = EVERY CARD APPLIED, 4 = ONE OR  *
      *            MORE CARDS REFUSED (THE NEW GENERATION IS STILL   *
      *            GOOD - IT CARRIES THE APPLIED CARDS ONLY),        *
      *            16 = I/O ERROR.                                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKIMM1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT ITEMMST ASSIGN TO UT-S-ITEMMST
               FILE STATUS IS ITM-FILE-STATUS.
           SELECT ITMTRAN ASSIGN TO UT-S-ITMTRAN
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ITEMNEW ASSIGN TO UT-S-ITEMNEW
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT ITMLOG  ASSIGN TO UT-S-ITMLOG
               FILE STATUS IS RP-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  ITEMMST
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS IM-RECORD.
       01  IM-RECORD.
           COPY STKITEM REPLACING
              ==STK-IM-ITEM-CODE==   BY ==IM-ITEM-CODE==
              ==STK-IM-DESCRIPTION== BY ==IM-DESCRIPTION==
              ==STK-IM-STATUS==      BY ==IM-STATUS==
              ==STK-IM-EFF-DATE==    BY ==IM-EFF-DATE==.

      *                          ONE MAINTENANCE CARD PER CHANGE -
      *                          ACTION IN 1, CODE IN 2-5, THEN THE
      *                          NEW DESCRIPTION, STATUS AND
      *                          EFFECTIVE DATE (BLANK = UNCHANGED ON
      *                          A 'C' CARD), THE REQUESTER'S USER-ID
      *                          AND THE REASON FOR THE CHANGE.
       FD  ITMTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TC-RECORD.
       01  TC-RECORD.
           05 TC-ACTION                   PIC X(01).
              88 TC-ADD                        VALUE 'A'.
              88 TC-CHANGE                     VALUE 'C'.
              88 TC-DEACTIVATE                 VALUE 'D'.
              88 TC-REACTIVATE                 VALUE 'R'.
           05 TC-ITEM-CODE                PIC X(04).
           05 TC-DESCRIPTION              PIC X(30).
           05 TC-STATUS                   PIC X(01).
           05 TC-EFF-DATE-X               PIC X(08).
           05 TC-EFF-DATE REDEFINES TC-EFF-DATE-X
                                          PIC 9(08).
           05 TC-REQUESTER                PIC X(08).
           05 TC-REASON                   PIC X(28).

       FD  ITEMNEW
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NM-RECORD.
       01  NM-RECORD.
           COPY STKITEM REPLACING
              ==STK-IM-ITEM-CODE==   BY ==NM-ITEM-CODE==
              ==STK-IM-DESCRIPTION== BY ==NM-DESCRIPTION==
              ==STK-IM-STATUS==      BY ==NM-STATUS==
              ==STK-IM-EFF-DATE==    BY ==NM-EFF-DATE==.

       FD  ITMLOG
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MT-PRINT-REC.
       01  MT-PRINT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-ITEM-IND     PIC X VALUE SPACE.
              88 SW-END-OF-ITEMS        VALUE 'Y'.
           05 MT-CODE-FOUND-IND   PIC X VALUE SPACE.
              88 MT-CODE-FOUND          VALUE 'Y'.
           05 MT-CARD-OK-IND      PIC X VALUE 'Y'.
              88 MT-CARD-OK             VALUE 'Y'.

      *                          THE WHOLE MASTER IN MEMORY - LOADED
      *                          IN FILE ORDER, ADDS APPENDED, AND
      *                          WRITTEN BACK OUT IN TABLE ORDER.
      *                          500 IS THE STKEDIT1 TABLE SIZE.
       01  MT-ITEM-TABLE.
           05 MT-ITEM-COUNT       PIC 9(04) COMP-3 VALUE ZERO.
           05 MT-ITEM-ENTRY OCCURS 500 TIMES.
              10 MT-TBL-ITEM-CODE PIC X(04).
              10 MT-TBL-DESC      PIC X(30).
              10 MT-TBL-STATUS    PIC X(01).
              10 MT-TBL-EFF-DATE  PIC 9(08).

       01  MT-ITEM-CONTROL.
           05 MT-ITEM-INDEX       PIC 9(04) COMP VALUE ZERO.
           05 MT-ITEM-HIT         PIC 9(04) COMP VALUE ZERO.

      *                          THE REFUSAL TEXT FOR THE CURRENT
      *                          CARD - FIRST FAILING CHECK WINS.
       01  MT-REFUSE-REASON       PIC X(40) VALUE SPACE.

      *                          BEFORE AND AFTER IMAGES OF THE CODE
      *                          A CARD TOUCHED, FOR THE CHANGE LOG.
       01  MT-BEFORE-IMAGE.
           05 MT-BEF-DESC         PIC X(30).
           05 MT-BEF-STATUS       PIC X(01).
           05 MT-BEF-EFF-DATE     PIC 9(08).
       01  MT-AFTER-IMAGE.
           05 MT-AFT-DESC         PIC X(30).
           05 MT-AFT-STATUS       PIC X(01).
           05 MT-AFT-EFF-DATE     PIC 9(08).

      *                          CENTURY-DATE (CCYYMMDD) VALIDATION
      *                          - THE SAME CHECK AND DAYS-PER-MONTH
      *                          TABLE STKEDIT1 APPLIES TO THE TRAN
      *                          DATE, SO A DATE THIS PROGRAM
      *                          ACCEPTS IS ONE THE EDIT CAN COMPARE.
       01  MT-DATE-WORK.
           05 MT-WORK-DATE        PIC 9(08).
           05 MT-WORK-DATE-FLD REDEFINES MT-WORK-DATE.
              10 MT-WORK-YEAR     PIC 9(04).
              10 MT-WORK-MONTH    PIC 9(02).
              10 MT-WORK-DAY      PIC 9(02).

       01  MT-LEAP-WORK.
           05 MT-LEAP-IND         PIC X(01) VALUE 'N'.
              88 MT-LEAP-YEAR           VALUE 'Y'.
           05 MT-LEAP-QUOTIENT    PIC 9(04) COMP.
           05 MT-LEAP-REMAINDER   PIC 9(04) COMP.

       01  MT-MONTH-DAYS-VALUE    PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  MT-MONTH-DAYS-TABLE REDEFINES MT-MONTH-DAYS-VALUE.
           05 MT-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).

      *                          DATE AND TIME OF THIS RUN - ON THE
      *                          LOG HEADING AND EVERY CARD LINE SO
      *                          A FILED LOG SHOWS WHEN EACH CHANGE
      *                          WAS MADE.
       01  MT-LOG-DATE            PIC 9(06) VALUE ZERO.
       01  MT-LOG-TIME            PIC 9(08) VALUE ZERO.

       01  MT-MAINT-TOTALS.
           05 MT-OLD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-ADD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-CHANGE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-DEACT-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-REACT-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-REFUSED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 MT-NEW-COUNT        PIC 9(08) COMP-3 VALUE ZERO.

       01  MT-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MT-PRT-ACTION       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 MT-PRT-CODE         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'BY : '.
           05 MT-PRT-REQUESTER    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'WHY: '.
           05 MT-PRT-REASON       PIC X(28).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(03) VALUE 'AT '.
           05 MT-PRT-LOG-DATE     PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 MT-PRT-LOG-TIME     PIC 9(08).
           05 FILLER              PIC X(46) VALUE SPACE.

       01  MT-IMAGE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 MT-IMG-LABEL        PIC X(08).
           05 MT-IMG-DESC         PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(08) VALUE 'STATUS  '.
           05 MT-IMG-STATUS       PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(10) VALUE 'EFFECTIVE '.
           05 MT-IMG-EFF-DATE     PIC 9(08).
           05 FILLER              PIC X(51) VALUE SPACE.

       01  MT-REFUSE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE '** REFUSED - '.
           05 MT-REF-TEXT         PIC X(40).
           05 FILLER              PIC X(67) VALUE SPACE.

       01  MT-FILE-STATUSES.
           05 ITM-FILE-STATUS     PIC X(02) VALUE '00'.
           05 TRN-FILE-STATUS     PIC X(02) VALUE '00'.
           05 NEW-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.

       01  MT-ERROR-INFO.
           05 MT-ERROR-FILE-ID    PIC X(08).
           05 MT-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-APPLY-CARD THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-WRITE-NEW-MASTER THROUGH 30-EXIT
           PERFORM 40-FINISH.

       10-SETUP.
           OPEN INPUT ITMTRAN
           IF TRN-FILE-STATUS NOT = '00'
              MOVE 'ITMTRAN'  TO MT-ERROR-FILE-ID
              MOVE TRN-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT ITEMNEW
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'ITEMNEW'  TO MT-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT ITMLOG
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'ITMLOG'   TO MT-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-LOAD-ITEM-TABLE THRU 12-EXIT
           ACCEPT MT-LOG-DATE FROM DATE
           ACCEPT MT-LOG-TIME FROM TIME
           MOVE SPACES TO MT-PRINT-REC
           STRING ' STKIMM1 - ITEM-CODE MASTER CHANGE LOG - RUN '
                     DELIMITED BY SIZE
                  MT-LOG-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MT-LOG-TIME DELIMITED BY SIZE
              INTO MT-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO MT-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         LOAD THE CURRENT GENERATION - PRIMING
      *                         READ THEN LOAD-UNTIL-END-OF-FILE, AS
      *                         STKEDIT1 DOES. AN EMPTY MASTER IS
      *                         ALLOWED (THE VERY FIRST BUILD IS ALL
      *                         ADD CARDS).
       12-LOAD-ITEM-TABLE.
           OPEN INPUT ITEMMST
           IF ITM-FILE-STATUS NOT = '00'
              MOVE 'ITEMMST'  TO MT-ERROR-FILE-ID
              MOVE ITM-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 13-READ-ITEMMST THRU 13-EXIT
           PERFORM 12-LOAD-ITEM-ENTRY THRU 12-LOAD-ITEM-ENTRY-EXIT
              UNTIL SW-END-OF-ITEMS
           CLOSE ITEMMST
           MOVE MT-ITEM-COUNT TO MT-OLD-COUNT.

       12-EXIT.
           EXIT.

       12-LOAD-ITEM-ENTRY.
           ADD 1 TO MT-ITEM-COUNT
           IF MT-ITEM-COUNT > 500
              MOVE 'ITEMMST'  TO MT-ERROR-FILE-ID
              MOVE 'OF'       TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE IM-ITEM-CODE   TO MT-TBL-ITEM-CODE(MT-ITEM-COUNT)
           MOVE IM-DESCRIPTION TO MT-TBL-DESC(MT-ITEM-COUNT)
           MOVE IM-STATUS      TO MT-TBL-STATUS(MT-ITEM-COUNT)
           MOVE IM-EFF-DATE    TO MT-TBL-EFF-DATE(MT-ITEM-COUNT)
           PERFORM 13-READ-ITEMMST THRU 13-EXIT.

       12-LOAD-ITEM-ENTRY-EXIT.
           EXIT.

       13-READ-ITEMMST.
           READ ITEMMST
              AT END MOVE 'Y' TO END-OF-ITEM-IND
           END-READ
           IF ITM-FILE-STATUS NOT = '00' AND ITM-FILE-STATUS NOT = '10'
              MOVE 'ITEMMST'  TO MT-ERROR-FILE-ID
              MOVE ITM-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       13-EXIT.
           EXIT.

      *                         EDIT ONE CARD AND, IF IT PASSES,
      *                         APPLY IT TO THE IN-MEMORY MASTER.
      *                         THE CARD HEADING LINE ALWAYS PRINTS;
      *                         AN APPLIED CARD IS FOLLOWED BY ITS
      *                         BEFORE/AFTER IMAGES, A REFUSED ONE
      *                         BY THE REASON.
       20-APPLY-CARD.
           ADD 1 TO MT-CARD-COUNT
           MOVE 'Y'    TO MT-CARD-OK-IND
           MOVE SPACES TO MT-REFUSE-REASON
           PERFORM 21-EDIT-CARD THRU 21-EXIT
           PERFORM 26-PRINT-CARD-HEAD THRU 26-EXIT
           IF NOT MT-CARD-OK
              ADD 1 TO MT-REFUSED-COUNT
              MOVE MT-REFUSE-REASON TO MT-REF-TEXT
              MOVE MT-REFUSE-LINE TO MT-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           ELSE
              EVALUATE TRUE
                 WHEN TC-ADD
                    PERFORM 22-APPLY-ADD THRU 22-EXIT
                 WHEN TC-CHANGE
                    PERFORM 23-APPLY-CHANGE THRU 23-EXIT
                 WHEN TC-DEACTIVATE
                    PERFORM 24-APPLY-STATUS THRU 24-EXIT
                 WHEN TC-REACTIVATE
                    PERFORM 24-APPLY-STATUS THRU 24-EXIT
              END-EVALUATE
              PERFORM 27-PRINT-IMAGES THRU 27-EXIT
           END-IF
           MOVE SPACES TO MT-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       20-EXIT.
           EXIT.

      *                         THE CARD EDITS - FIRST FAILURE WINS
      *                         AND SETS THE REFUSAL TEXT.
       21-EDIT-CARD.
           IF NOT TC-ADD AND NOT TC-CHANGE
                 AND NOT TC-DEACTIVATE AND NOT TC-REACTIVATE
              MOVE 'N' TO MT-CARD-OK-IND
              MOVE 'ACTION NOT A, C, D OR R' TO MT-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF TC-ITEM-CODE = SPACES
              MOVE 'N' TO MT-CARD-OK-IND
              MOVE 'ITEM CODE MISSING' TO MT-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF TC-REQUESTER = SPACES OR TC-REASON = SPACES
              MOVE 'REQUESTER AND REASON ARE REQUIRED'
                TO MT-REFUSE-REASON
              MOVE 'N' TO MT-CARD-OK-IND
              GO TO 21-EXIT
           END-IF
           PERFORM 33-FIND-CODE THRU 33-EXIT
           IF TC-ADD
              IF MT-CODE-FOUND
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'DUPLICATE ADD - CODE ALREADY ON MASTER'
                   TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF MT-ITEM-COUNT NOT < 500
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'MASTER FULL - 500 CODES' TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF TC-DESCRIPTION = SPACES
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'DESCRIPTION REQUIRED ON AN ADD'
                   TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF TC-EFF-DATE-X = SPACES
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'EFFECTIVE DATE REQUIRED ON AN ADD'
                   TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           ELSE
              IF NOT MT-CODE-FOUND
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'CODE NOT ON MASTER' TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           IF TC-STATUS NOT = SPACE
                 AND TC-STATUS NOT = 'A' AND TC-STATUS NOT = 'I'
              MOVE 'N' TO MT-CARD-OK-IND
              MOVE 'STATUS NOT A OR I' TO MT-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF TC-EFF-DATE-X NOT = SPACES
              MOVE TC-EFF-DATE-X TO MT-WORK-DATE(1:8)
              PERFORM 31-CHECK-DATE THRU 31-EXIT
              IF NOT MT-CARD-OK
                 MOVE 'EFFECTIVE DATE NOT A VALID CCYYMMDD'
                   TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           IF TC-CHANGE
              IF TC-DESCRIPTION = SPACES AND TC-STATUS = SPACE
                    AND TC-EFF-DATE-X = SPACES
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'CHANGE CARD CHANGES NOTHING'
                   TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           IF TC-DEACTIVATE
              IF MT-TBL-STATUS(MT-ITEM-HIT) = 'I'
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'CODE IS ALREADY INACTIVE' TO MT-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           IF TC-REACTIVATE
              IF MT-TBL-STATUS(MT-ITEM-HIT) = 'A'
                 MOVE 'N' TO MT-CARD-OK-IND
                 MOVE 'CODE IS ALREADY ACTIVE' TO MT-REFUSE-REASON
              END-IF
           END-IF.

       21-EXIT.
           EXIT.

       22-APPLY-ADD.
           MOVE SPACES TO MT-BEFORE-IMAGE
           MOVE ZERO   TO MT-BEF-EFF-DATE
           ADD 1 TO MT-ITEM-COUNT
           MOVE MT-ITEM-COUNT  TO MT-ITEM-HIT
           MOVE TC-ITEM-CODE   TO MT-TBL-ITEM-CODE(MT-ITEM-HIT)
           MOVE TC-DESCRIPTION TO MT-TBL-DESC(MT-ITEM-HIT)
           IF TC-STATUS = SPACE
              MOVE 'A'         TO MT-TBL-STATUS(MT-ITEM-HIT)
           ELSE
              MOVE TC-STATUS   TO MT-TBL-STATUS(MT-ITEM-HIT)
           END-IF
           MOVE TC-EFF-DATE    TO MT-TBL-EFF-DATE(MT-ITEM-HIT)
           ADD 1 TO MT-ADD-COUNT
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       22-EXIT.
           EXIT.

       23-APPLY-CHANGE.
           PERFORM 29-TAKE-BEFORE-IMAGE THRU 29-BEFORE-EXIT
           IF TC-DESCRIPTION NOT = SPACES
              MOVE TC-DESCRIPTION TO MT-TBL-DESC(MT-ITEM-HIT)
           END-IF
           IF TC-STATUS NOT = SPACE
              MOVE TC-STATUS      TO MT-TBL-STATUS(MT-ITEM-HIT)
           END-IF
           IF TC-EFF-DATE-X NOT = SPACES
              MOVE TC-EFF-DATE    TO MT-TBL-EFF-DATE(MT-ITEM-HIT)
           END-IF
           ADD 1 TO MT-CHANGE-COUNT
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       23-EXIT.
           EXIT.

      *                         DEACTIVATE / REACTIVATE - ONLY THE
      *                         STATUS MOVES, PLUS THE EFFECTIVE DATE
      *                         WHEN THE CARD CARRIES ONE (A CODE
      *                         BROUGHT BACK FROM A GIVEN DATE).
       24-APPLY-STATUS.
           PERFORM 29-TAKE-BEFORE-IMAGE THRU 29-BEFORE-EXIT
           IF TC-DEACTIVATE
              MOVE 'I' TO MT-TBL-STATUS(MT-ITEM-HIT)
              ADD 1 TO MT-DEACT-COUNT
           ELSE
              MOVE 'A' TO MT-TBL-STATUS(MT-ITEM-HIT)
              ADD 1 TO MT-REACT-COUNT
           END-IF
           IF TC-EFF-DATE-X NOT = SPACES
              MOVE TC-EFF-DATE TO MT-TBL-EFF-DATE(MT-ITEM-HIT)
           END-IF
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       24-EXIT.
           EXIT.

       25-READ-CARD.
           READ ITMTRAN
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF TRN-FILE-STATUS NOT = '00' AND TRN-FILE-STATUS NOT = '10'
              MOVE 'ITMTRAN'  TO MT-ERROR-FILE-ID
              MOVE TRN-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-PRINT-CARD-HEAD.
           EVALUATE TRUE
              WHEN TC-ADD
                 MOVE 'ADD'        TO MT-PRT-ACTION
              WHEN TC-CHANGE
                 MOVE 'CHANGE'     TO MT-PRT-ACTION
              WHEN TC-DEACTIVATE
                 MOVE 'DEACTIVATE' TO MT-PRT-ACTION
              WHEN TC-REACTIVATE
                 MOVE 'REACTIVATE' TO MT-PRT-ACTION
              WHEN OTHER
                 MOVE TC-ACTION    TO MT-PRT-ACTION
           END-EVALUATE
           MOVE TC-ITEM-CODE TO MT-PRT-CODE
           MOVE TC-REQUESTER TO MT-PRT-REQUESTER
           MOVE TC-REASON    TO MT-PRT-REASON
           MOVE MT-LOG-DATE  TO MT-PRT-LOG-DATE
           MOVE MT-LOG-TIME  TO MT-PRT-LOG-TIME
           MOVE MT-CARD-LINE TO MT-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       26-EXIT.
           EXIT.

      *                         AN ADD HAS NO BEFORE IMAGE - THE
      *                         LINE SAYS SO INSTEAD OF PRINTING
      *                         BLANKS AND ZEROS.
       27-PRINT-IMAGES.
           IF TC-ADD
              MOVE SPACES TO MT-PRINT-REC
              STRING '             BEFORE: (NEW CODE)'
                        DELIMITED BY SIZE
                 INTO MT-PRINT-REC
           ELSE
              MOVE 'BEFORE: '       TO MT-IMG-LABEL
              MOVE MT-BEF-DESC      TO MT-IMG-DESC
              MOVE MT-BEF-STATUS    TO MT-IMG-STATUS
              MOVE MT-BEF-EFF-DATE  TO MT-IMG-EFF-DATE
              MOVE MT-IMAGE-LINE    TO MT-PRINT-REC
           END-IF
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE 'AFTER : '       TO MT-IMG-LABEL
           MOVE MT-AFT-DESC      TO MT-IMG-DESC
           MOVE MT-AFT-STATUS    TO MT-IMG-STATUS
           MOVE MT-AFT-EFF-DATE  TO MT-IMG-EFF-DATE
           MOVE MT-IMAGE-LINE    TO MT-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       27-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE MT-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'ITMLOG'   TO MT-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       29-TAKE-BEFORE-IMAGE.
           MOVE MT-TBL-DESC(MT-ITEM-HIT)     TO MT-BEF-DESC
           MOVE MT-TBL-STATUS(MT-ITEM-HIT)   TO MT-BEF-STATUS
           MOVE MT-TBL-EFF-DATE(MT-ITEM-HIT) TO MT-BEF-EFF-DATE.

       29-BEFORE-EXIT.
           EXIT.

       29-TAKE-AFTER-IMAGE.
           MOVE MT-TBL-DESC(MT-ITEM-HIT)     TO MT-AFT-DESC
           MOVE MT-TBL-STATUS(MT-ITEM-HIT)   TO MT-AFT-STATUS
           MOVE MT-TBL-EFF-DATE(MT-ITEM-HIT) TO MT-AFT-EFF-DATE.

       29-EXIT.
           EXIT.

      *                         WRITE THE WHOLE TABLE TO THE NEW
      *                         GENERATION - EVERY CODE, CHANGED OR
      *                         NOT, SO THE NEW GENERATION STANDS ON
      *                         ITS OWN.
       30-WRITE-NEW-MASTER.
           PERFORM 32-WRITE-NEW-ENTRY THRU 32-EXIT
              VARYING MT-ITEM-INDEX FROM 1 BY 1
                 UNTIL MT-ITEM-INDEX > MT-ITEM-COUNT.

       30-EXIT.
           EXIT.

      *                         COMMON CENTURY-DATE CHECK - CALLER
      *                         MOVES THE RAW EIGHT DATE BYTES INTO
      *                         MT-WORK-DATE FIRST. SAME RULES AS
      *                         STKEDIT1 25-CHECK-DATE (1900-2099,
      *                         LEAP YEARS HONOURED).
       31-CHECK-DATE.
           IF MT-WORK-DATE(1:8) NOT NUMERIC
              MOVE 'N' TO MT-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF MT-WORK-YEAR < 1900 OR MT-WORK-YEAR > 2099
              MOVE 'N' TO MT-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF MT-WORK-MONTH < 1 OR MT-WORK-MONTH > 12
              MOVE 'N' TO MT-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           PERFORM 31-CHECK-LEAP-YEAR THRU 31-LEAP-EXIT
           IF MT-WORK-MONTH = 2 AND MT-WORK-DAY = 29 AND MT-LEAP-YEAR
              GO TO 31-EXIT
           END-IF
           IF MT-WORK-DAY < 1
                 OR MT-WORK-DAY > MT-DAYS-IN-MONTH(MT-WORK-MONTH)
              MOVE 'N' TO MT-CARD-OK-IND
           END-IF.

       31-EXIT.
           EXIT.

       31-CHECK-LEAP-YEAR.
           MOVE 'N' TO MT-LEAP-IND
           DIVIDE MT-WORK-YEAR BY 4
              GIVING MT-LEAP-QUOTIENT
              REMAINDER MT-LEAP-REMAINDER
           IF MT-LEAP-REMAINDER = ZERO
              MOVE 'Y' TO MT-LEAP-IND
              DIVIDE MT-WORK-YEAR BY 100
                 GIVING MT-LEAP-QUOTIENT
                 REMAINDER MT-LEAP-REMAINDER
              IF MT-LEAP-REMAINDER = ZERO
                 DIVIDE MT-WORK-YEAR BY 400
                    GIVING MT-LEAP-QUOTIENT
                    REMAINDER MT-LEAP-REMAINDER
                 IF MT-LEAP-REMAINDER NOT = ZERO
                    MOVE 'N' TO MT-LEAP-IND
                 END-IF
              END-IF
           END-IF.

       31-LEAP-EXIT.
           EXIT.

       32-WRITE-NEW-ENTRY.
           MOVE SPACES TO NM-RECORD
           MOVE MT-TBL-ITEM-CODE(MT-ITEM-INDEX) TO NM-ITEM-CODE
           MOVE MT-TBL-DESC(MT-ITEM-INDEX)      TO NM-DESCRIPTION
           MOVE MT-TBL-STATUS(MT-ITEM-INDEX)    TO NM-STATUS
           MOVE MT-TBL-EFF-DATE(MT-ITEM-INDEX)  TO NM-EFF-DATE
           WRITE NM-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'ITEMNEW'  TO MT-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO MT-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO MT-NEW-COUNT.

       32-EXIT.
           EXIT.

      *                         LOOK THE CARD'S CODE UP IN THE
      *                         TABLE - MT-ITEM-HIT POINTS AT IT
      *                         WHEN FOUND.
       33-FIND-CODE.
           MOVE SPACE TO MT-CODE-FOUND-IND
           PERFORM 34-MATCH-CODE THRU 34-EXIT
              VARYING MT-ITEM-INDEX FROM 1 BY 1
                 UNTIL MT-ITEM-INDEX > MT-ITEM-COUNT
                    OR MT-CODE-FOUND.

       33-EXIT.
           EXIT.

       34-MATCH-CODE.
           IF TC-ITEM-CODE = MT-TBL-ITEM-CODE(MT-ITEM-INDEX)
              MOVE 'Y' TO MT-CODE-FOUND-IND
              MOVE MT-ITEM-INDEX TO MT-ITEM-HIT
           END-IF.

       34-EXIT.
           EXIT.

       40-FINISH.
           CLOSE ITMTRAN ITEMNEW ITMLOG
           DISPLAY '***** STKIMM1 ITEM MASTER MAINTENANCE TOTALS *****'
           DISPLAY 'CODES ON OLD MASTER ...... ' MT-OLD-COUNT
           DISPLAY 'CARDS READ ............... ' MT-CARD-COUNT
           DISPLAY 'CODES ADDED .............. ' MT-ADD-COUNT
           DISPLAY 'CODES CHANGED ............ ' MT-CHANGE-COUNT
           DISPLAY 'CODES DEACTIVATED ........ ' MT-DEACT-COUNT
           DISPLAY 'CODES REACTIVATED ........ ' MT-REACT-COUNT
           DISPLAY 'CARDS REFUSED ............ ' MT-REFUSED-COUNT
           DISPLAY 'CODES ON NEW MASTER ...... ' MT-NEW-COUNT
           IF MT-REFUSED-COUNT > ZERO
              DISPLAY '*** WARNING - MAINTENANCE CARDS REFUSED - '
                      'SEE THE CHANGE LOG ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'ALL MAINTENANCE CARDS APPLIED'
           END-IF
           STOP RUN.

       90-ABEND.
           DISPLAY 'STKIMM1 - FATAL ERROR ON ' MT-ERROR-FILE-ID
                   ' - STATUS = ' MT-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ITEMMST ITMTRAN ITEMNEW ITMLOG
           STOP RUN.

       90-EXIT.
           EXIT.
