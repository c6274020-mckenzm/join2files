      *-------------------------------------------------------------*
      *  STKGLM1 : BATCH MAINTENANCE OF THE GENERAL-LEDGER MAPPING   *
      *            TABLE (GLMAP - SEE THE STKGLMP COPYBOOK) THAT     *
      *            STKGLJ1 USES TO BUILD THE DAILY GL JOURNAL. AN    *
      *            ITEM CODE WITH NO ENTRY STOPS THE WHOLE GL FEED,  *
      *            AND A WRONG ACCOUNT NUMBER POSTS THE NIGHT TO THE *
      *            WRONG LEDGER LINE, SO THIS PROGRAM IS THE ONLY    *
      *            SANCTIONED WAY TO CHANGE IT: THE CURRENT          *
      *            GENERATION IS LOADED INTO MEMORY, EACH            *
      *            TRANSACTION CARD (GLTRAN) IS EDITED AND APPLIED   *
      *            IN CARD ORDER, AND THE WHOLE TABLE IS WRITTEN TO  *
      *            A NEW GENERATION. ACTIONS:                        *
      *              A - ADD AN ENTRY (TYPE 'I' - ITEM CODE, DEBIT   *
      *                  AND CREDIT ACCOUNTS REQUIRED; TYPE 'W' -    *
      *                  THE WRITE-OFF EXPENSE ACCOUNT IN THE DEBIT  *
      *                  FIELD, NO ITEM CODE, ONLY ONE ALLOWED)      *
      *              C - CHANGE THE DEBIT AND/OR CREDIT ACCOUNT (A   *
      *                  BLANK FIELD IS LEFT AS IT WAS)              *
      *              D - DELETE THE ENTRY                            *
      *            A CARD IS REFUSED - AND THE TABLE LEFT AS IT WAS  *
      *            FOR THAT ENTRY - FOR A BAD ACTION OR TYPE, A      *
      *            DUPLICATE ADD, A CHANGE OR DELETE OF AN ENTRY     *
      *            THAT DOES NOT EXIST, A MISSING ACCOUNT, THE SAME  *
      *            ACCOUNT ON BOTH SIDES, OR A CARD WITH NO          *
      *            REQUESTER OR NO REASON. EVERY CARD PRINTS ON THE  *
      *            CHANGE LOG (GLMLOG) WITH WHO ASKED AND WHY -      *
      *            APPLIED CARDS SHOW THE ENTRY BEFORE AND AFTER,    *
      *            REFUSED CARDS SHOW WHY. EACH ENTRY ADDED OR       *
      *            CHANGED IS STAMPED WITH THE RUN DATE AND THE      *
      *            REQUESTER.                                        *
      *            THE NEW TABLE IS CAPPED AT 500 ENTRIES, THE SIZE  *
      *            OF THE STKGLJ1 MAPPING TABLE - AN ADD PAST IT IS  *
      *            REFUSED RATHER THAN LETTING THE JOURNAL ABEND.    *
      *            RETURN CODES: 0 = EVERY CARD APPLIED, 4 = ONE OR  *
      *            MORE CARDS REFUSED (THE NEW GENERATION IS STILL   *
      *            GOOD - IT CARRIES THE APPLIED CARDS ONLY),        *
      *            16 = I/O ERROR.                                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKGLM1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT GLMAP   ASSIGN TO UT-S-GLMAP
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT GLTRAN  ASSIGN TO UT-S-GLTRAN
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT GLMNEW  ASSIGN TO UT-S-GLMNEW
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT GLMLOG  ASSIGN TO UT-S-GLMLOG
               FILE STATUS IS RP-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  GLMAP
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS GM-RECORD.
       01  GM-RECORD.
           COPY STKGLMP REPLACING
              ==STK-GM-ENTRY-TYPE==   BY ==GM-ENTRY-TYPE==
              ==STK-GM-ITEM-CODE==    BY ==GM-ITEM-CODE==
              ==STK-GM-DEBIT-ACCT==   BY ==GM-DEBIT-ACCT==
              ==STK-GM-CREDIT-ACCT==  BY ==GM-CREDIT-ACCT==
              ==STK-GM-CHANGED-DATE== BY ==GM-CHANGED-DATE==
              ==STK-GM-CHANGED-BY==   BY ==GM-CHANGED-BY==.

      *                          ONE MAINTENANCE CARD PER CHANGE -
      *                          ACTION IN 1, ENTRY TYPE IN 2, ITEM
      *                          CODE IN 3-6 (BLANK ON A 'W' ENTRY),
      *                          THEN THE DEBIT AND CREDIT ACCOUNTS
      *                          (BLANK = UNCHANGED ON A 'C' CARD),
      *                          THE REQUESTER'S USER-ID AND THE
      *                          REASON FOR THE CHANGE.
       FD  GLTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TC-RECORD.
       01  TC-RECORD.
           05 TC-ACTION                   PIC X(01).
              88 TC-ADD                        VALUE 'A'.
              88 TC-CHANGE                     VALUE 'C'.
              88 TC-DELETE                     VALUE 'D'.
           05 TC-ENTRY-TYPE               PIC X(01).
              88 TC-ITEM-ENTRY                 VALUE 'I'.
              88 TC-WRITEOFF-ENTRY             VALUE 'W'.
           05 TC-ITEM-CODE                PIC X(04).
           05 TC-DEBIT-ACCT               PIC X(10).
           05 TC-CREDIT-ACCT              PIC X(10).
           05 TC-REQUESTER                PIC X(08).
           05 TC-REASON                   PIC X(46).

       FD  GLMNEW
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NG-RECORD.
       01  NG-RECORD.
           COPY STKGLMP REPLACING
              ==STK-GM-ENTRY-TYPE==   BY ==NG-ENTRY-TYPE==
              ==STK-GM-ITEM-CODE==    BY ==NG-ITEM-CODE==
              ==STK-GM-DEBIT-ACCT==   BY ==NG-DEBIT-ACCT==
              ==STK-GM-CREDIT-ACCT==  BY ==NG-CREDIT-ACCT==
              ==STK-GM-CHANGED-DATE== BY ==NG-CHANGED-DATE==
              ==STK-GM-CHANGED-BY==   BY ==NG-CHANGED-BY==.

       FD  GLMLOG
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS LM-PRINT-REC.
       01  LM-PRINT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-MAP-IND      PIC X VALUE SPACE.
              88 SW-END-OF-MAP          VALUE 'Y'.
           05 LM-ENTRY-FOUND-IND  PIC X VALUE SPACE.
              88 LM-ENTRY-FOUND         VALUE 'Y'.
           05 LM-CARD-OK-IND      PIC X VALUE 'Y'.
              88 LM-CARD-OK             VALUE 'Y'.

      *                          THE WHOLE TABLE IN MEMORY - LOADED
      *                          IN FILE ORDER, ADDS APPENDED, AND
      *                          WRITTEN BACK OUT IN TABLE ORDER. A
      *                          DELETED ENTRY KEEPS ITS SLOT BUT IS
      *                          FLAGGED AND NOT WRITTEN. 500 IS THE
      *                          STKGLJ1 TABLE SIZE.
       01  LM-MAP-TABLE.
           05 LM-MAP-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
           05 LM-MAP-ENTRY OCCURS 500 TIMES.
              10 LM-TBL-ENTRY-TYPE PIC X(01).
              10 LM-TBL-ITEM-CODE PIC X(04).
              10 LM-TBL-DEBIT     PIC X(10).
              10 LM-TBL-CREDIT    PIC X(10).
              10 LM-TBL-CHG-DATE  PIC 9(06).
              10 LM-TBL-CHG-BY    PIC X(08).
              10 LM-TBL-DELETED-IND PIC X(01).
                 88 LM-TBL-DELETED     VALUE 'Y'.

       01  LM-MAP-CONTROL.
           05 LM-MAP-INDEX        PIC 9(04) COMP VALUE ZERO.
           05 LM-MAP-HIT          PIC 9(04) COMP VALUE ZERO.
           05 LM-RUN-DATE         PIC 9(06) VALUE ZERO.

      *                          THE REFUSAL TEXT FOR THE CURRENT
      *                          CARD - FIRST FAILING CHECK WINS.
       01  LM-REFUSE-REASON       PIC X(40) VALUE SPACE.

      *                          BEFORE AND AFTER IMAGES OF THE ENTRY
      *                          A CARD TOUCHED, FOR THE CHANGE LOG.
       01  LM-BEFORE-IMAGE.
           05 LM-BEF-DEBIT        PIC X(10).
           05 LM-BEF-CREDIT       PIC X(10).
           05 LM-BEF-CHG-DATE     PIC 9(06).
           05 LM-BEF-CHG-BY       PIC X(08).
       01  LM-AFTER-IMAGE.
           05 LM-AFT-DEBIT        PIC X(10).
           05 LM-AFT-CREDIT       PIC X(10).
           05 LM-AFT-CHG-DATE     PIC 9(06).
           05 LM-AFT-CHG-BY       PIC X(08).
       01  LM-AFTER-DEBIT         PIC X(10) VALUE SPACE.
       01  LM-AFTER-CREDIT        PIC X(10) VALUE SPACE.

       01  LM-MAINT-TOTALS.
           05 LM-OLD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 LM-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 LM-ADD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 LM-CHANGE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 LM-DELETE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 LM-REFUSED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 LM-NEW-COUNT        PIC 9(08) COMP-3 VALUE ZERO.

       01  LM-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LM-PRT-ACTION       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 LM-PRT-TYPE         PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LM-PRT-CODE         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'BY : '.
           05 LM-PRT-REQUESTER    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'WHY: '.
           05 LM-PRT-REASON       PIC X(46).
           05 FILLER              PIC X(38) VALUE SPACE.

       01  LM-IMAGE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 LM-IMG-LABEL        PIC X(08).
           05 FILLER              PIC X(07) VALUE 'DEBIT  '.
           05 LM-IMG-DEBIT        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(08) VALUE 'CREDIT  '.
           05 LM-IMG-CREDIT       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE 'LAST CHANGED '.
           05 LM-IMG-CHG-DATE     PIC 9(06).
           05 FILLER              PIC X(04) VALUE ' BY '.
           05 LM-IMG-CHG-BY       PIC X(08).
           05 FILLER              PIC X(42) VALUE SPACE.

       01  LM-REFUSE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE '** REFUSED - '.
           05 LM-REF-TEXT         PIC X(40).
           05 FILLER              PIC X(67) VALUE SPACE.

       01  LM-FILE-STATUSES.
           05 MAP-FILE-STATUS     PIC X(02) VALUE '00'.
           05 TRN-FILE-STATUS     PIC X(02) VALUE '00'.
           05 NEW-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.

       01  LM-ERROR-INFO.
           05 LM-ERROR-FILE-ID    PIC X(08).
           05 LM-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-APPLY-CARD THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-WRITE-NEW-TABLE THROUGH 30-EXIT
           PERFORM 40-FINISH.

       10-SETUP.
           ACCEPT LM-RUN-DATE FROM DATE
           OPEN INPUT GLTRAN
           IF TRN-FILE-STATUS NOT = '00'
              MOVE 'GLTRAN'   TO LM-ERROR-FILE-ID
              MOVE TRN-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT GLMNEW
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'GLMNEW'   TO LM-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT GLMLOG
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'GLMLOG'   TO LM-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-LOAD-MAP-TABLE THRU 12-EXIT
           MOVE SPACES TO LM-PRINT-REC
           STRING ' STKGLM1 - GL MAPPING TABLE CHANGE LOG'
                     DELIMITED BY SIZE
              INTO LM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO LM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         LOAD THE CURRENT GENERATION - PRIMING
      *                         READ THEN LOAD-UNTIL-END-OF-FILE. AN
      *                         EMPTY TABLE IS ALLOWED (THE VERY
      *                         FIRST BUILD IS ALL ADD CARDS).
       12-LOAD-MAP-TABLE.
           OPEN INPUT GLMAP
           IF MAP-FILE-STATUS NOT = '00'
              MOVE 'GLMAP'    TO LM-ERROR-FILE-ID
              MOVE MAP-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 13-READ-GLMAP THRU 13-EXIT
           PERFORM 12-LOAD-MAP-ENTRY THRU 12-LOAD-MAP-ENTRY-EXIT
              UNTIL SW-END-OF-MAP
           CLOSE GLMAP
           MOVE LM-MAP-COUNT TO LM-OLD-COUNT.

       12-EXIT.
           EXIT.

       12-LOAD-MAP-ENTRY.
           ADD 1 TO LM-MAP-COUNT
           IF LM-MAP-COUNT > 500
              MOVE 'GLMAP'    TO LM-ERROR-FILE-ID
              MOVE 'OF'       TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE GM-ENTRY-TYPE   TO LM-TBL-ENTRY-TYPE(LM-MAP-COUNT)
           MOVE GM-ITEM-CODE    TO LM-TBL-ITEM-CODE(LM-MAP-COUNT)
           MOVE GM-DEBIT-ACCT   TO LM-TBL-DEBIT(LM-MAP-COUNT)
           MOVE GM-CREDIT-ACCT  TO LM-TBL-CREDIT(LM-MAP-COUNT)
           MOVE GM-CHANGED-DATE TO LM-TBL-CHG-DATE(LM-MAP-COUNT)
           MOVE GM-CHANGED-BY   TO LM-TBL-CHG-BY(LM-MAP-COUNT)
           MOVE 'N'             TO LM-TBL-DELETED-IND(LM-MAP-COUNT)
           PERFORM 13-READ-GLMAP THRU 13-EXIT.

       12-LOAD-MAP-ENTRY-EXIT.
           EXIT.

       13-READ-GLMAP.
           READ GLMAP
              AT END MOVE 'Y' TO END-OF-MAP-IND
           END-READ
           IF MAP-FILE-STATUS NOT = '00' AND MAP-FILE-STATUS NOT = '10'
              MOVE 'GLMAP'    TO LM-ERROR-FILE-ID
              MOVE MAP-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       13-EXIT.
           EXIT.

      *                         EDIT ONE CARD AND, IF IT PASSES,
      *                         APPLY IT TO THE IN-MEMORY TABLE.
      *                         THE CARD HEADING LINE ALWAYS PRINTS;
      *                         AN APPLIED CARD IS FOLLOWED BY ITS
      *                         BEFORE/AFTER IMAGES, A REFUSED ONE
      *                         BY THE REASON.
       20-APPLY-CARD.
           ADD 1 TO LM-CARD-COUNT
           MOVE 'Y'    TO LM-CARD-OK-IND
           MOVE SPACES TO LM-REFUSE-REASON
           PERFORM 21-EDIT-CARD THRU 21-EXIT
           PERFORM 26-PRINT-CARD-HEAD THRU 26-EXIT
           IF NOT LM-CARD-OK
              ADD 1 TO LM-REFUSED-COUNT
              MOVE LM-REFUSE-REASON TO LM-REF-TEXT
              MOVE LM-REFUSE-LINE TO LM-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           ELSE
              EVALUATE TRUE
                 WHEN TC-ADD
                    PERFORM 22-APPLY-ADD THRU 22-EXIT
                 WHEN TC-CHANGE
                    PERFORM 23-APPLY-CHANGE THRU 23-EXIT
                 WHEN TC-DELETE
                    PERFORM 24-APPLY-DELETE THRU 24-EXIT
              END-EVALUATE
              PERFORM 27-PRINT-IMAGES THRU 27-EXIT
           END-IF
           MOVE SPACES TO LM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       20-EXIT.
           EXIT.

      *                         THE CARD EDITS - FIRST FAILURE WINS
      *                         AND SETS THE REFUSAL TEXT. THE
      *                         ACCOUNTS THE ENTRY WOULD CARRY AFTER
      *                         THE CARD ARE WORKED OUT FIRST SO THE
      *                         SAME-ACCOUNT CHECK COVERS A CHANGE
      *                         OF ONE SIDE ONLY.
       21-EDIT-CARD.
           IF NOT TC-ADD AND NOT TC-CHANGE AND NOT TC-DELETE
              MOVE 'N' TO LM-CARD-OK-IND
              MOVE 'ACTION NOT A, C OR D' TO LM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF NOT TC-ITEM-ENTRY AND NOT TC-WRITEOFF-ENTRY
              MOVE 'N' TO LM-CARD-OK-IND
              MOVE 'ENTRY TYPE NOT I OR W' TO LM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF TC-ITEM-ENTRY AND TC-ITEM-CODE = SPACES
              MOVE 'N' TO LM-CARD-OK-IND
              MOVE 'ITEM CODE MISSING' TO LM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF TC-WRITEOFF-ENTRY AND TC-ITEM-CODE NOT = SPACES
              MOVE 'N' TO LM-CARD-OK-IND
              MOVE 'NO ITEM CODE ON A WRITE-OFF ENTRY'
                TO LM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF TC-REQUESTER = SPACES OR TC-REASON = SPACES
              MOVE 'REQUESTER AND REASON ARE REQUIRED'
                TO LM-REFUSE-REASON
              MOVE 'N' TO LM-CARD-OK-IND
              GO TO 21-EXIT
           END-IF
           IF TC-WRITEOFF-ENTRY AND TC-CREDIT-ACCT NOT = SPACES
              MOVE 'N' TO LM-CARD-OK-IND
              MOVE 'WRITE-OFF ENTRY TAKES A DEBIT ACCOUNT ONLY'
                TO LM-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           PERFORM 33-FIND-ENTRY THRU 33-EXIT
           IF TC-ADD
              IF LM-ENTRY-FOUND
                 MOVE 'N' TO LM-CARD-OK-IND
                 MOVE 'DUPLICATE ADD - ENTRY ALREADY ON TABLE'
                   TO LM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF LM-MAP-COUNT NOT < 500
                 MOVE 'N' TO LM-CARD-OK-IND
                 MOVE 'TABLE FULL - 500 ENTRIES' TO LM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF TC-DEBIT-ACCT = SPACES
                    OR (TC-ITEM-ENTRY AND TC-CREDIT-ACCT = SPACES)
                 MOVE 'N' TO LM-CARD-OK-IND
                 MOVE 'ACCOUNT MISSING ON AN ADD' TO LM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              MOVE TC-DEBIT-ACCT  TO LM-AFTER-DEBIT
              MOVE TC-CREDIT-ACCT TO LM-AFTER-CREDIT
           ELSE
              IF NOT LM-ENTRY-FOUND
                 MOVE 'N' TO LM-CARD-OK-IND
                 MOVE 'ENTRY NOT ON TABLE' TO LM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              MOVE LM-TBL-DEBIT(LM-MAP-HIT)  TO LM-AFTER-DEBIT
              MOVE LM-TBL-CREDIT(LM-MAP-HIT) TO LM-AFTER-CREDIT
           END-IF
           IF TC-CHANGE
              IF TC-DEBIT-ACCT = SPACES AND TC-CREDIT-ACCT = SPACES
                 MOVE 'N' TO LM-CARD-OK-IND
                 MOVE 'CHANGE CARD CHANGES NOTHING'
                   TO LM-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
              IF TC-DEBIT-ACCT NOT = SPACES
                 MOVE TC-DEBIT-ACCT  TO LM-AFTER-DEBIT
              END-IF
              IF TC-CREDIT-ACCT NOT = SPACES
                 MOVE TC-CREDIT-ACCT TO LM-AFTER-CREDIT
              END-IF
           END-IF
           IF TC-ITEM-ENTRY AND NOT TC-DELETE
              IF LM-AFTER-DEBIT = LM-AFTER-CREDIT
                 MOVE 'N' TO LM-CARD-OK-IND
                 MOVE 'DEBIT AND CREDIT ACCOUNT ARE THE SAME'
                   TO LM-REFUSE-REASON
              END-IF
           END-IF.

       21-EXIT.
           EXIT.

       22-APPLY-ADD.
           MOVE SPACES TO LM-BEFORE-IMAGE
           MOVE ZERO   TO LM-BEF-CHG-DATE
           ADD 1 TO LM-MAP-COUNT
           MOVE LM-MAP-COUNT    TO LM-MAP-HIT
           MOVE TC-ENTRY-TYPE   TO LM-TBL-ENTRY-TYPE(LM-MAP-HIT)
           MOVE TC-ITEM-CODE    TO LM-TBL-ITEM-CODE(LM-MAP-HIT)
           MOVE LM-AFTER-DEBIT  TO LM-TBL-DEBIT(LM-MAP-HIT)
           MOVE LM-AFTER-CREDIT TO LM-TBL-CREDIT(LM-MAP-HIT)
           MOVE LM-RUN-DATE     TO LM-TBL-CHG-DATE(LM-MAP-HIT)
           MOVE TC-REQUESTER    TO LM-TBL-CHG-BY(LM-MAP-HIT)
           MOVE 'N'             TO LM-TBL-DELETED-IND(LM-MAP-HIT)
           ADD 1 TO LM-ADD-COUNT
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       22-EXIT.
           EXIT.

       23-APPLY-CHANGE.
           PERFORM 29-TAKE-BEFORE-IMAGE THRU 29-BEFORE-EXIT
           MOVE LM-AFTER-DEBIT  TO LM-TBL-DEBIT(LM-MAP-HIT)
           MOVE LM-AFTER-CREDIT TO LM-TBL-CREDIT(LM-MAP-HIT)
           MOVE LM-RUN-DATE     TO LM-TBL-CHG-DATE(LM-MAP-HIT)
           MOVE TC-REQUESTER    TO LM-TBL-CHG-BY(LM-MAP-HIT)
           ADD 1 TO LM-CHANGE-COUNT
           PERFORM 29-TAKE-AFTER-IMAGE THRU 29-EXIT.

       23-EXIT.
           EXIT.

       24-APPLY-DELETE.
           PERFORM 29-TAKE-BEFORE-IMAGE THRU 29-BEFORE-EXIT
           MOVE 'Y' TO LM-TBL-DELETED-IND(LM-MAP-HIT)
           ADD 1 TO LM-DELETE-COUNT.

       24-EXIT.
           EXIT.

       25-READ-CARD.
           READ GLTRAN
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF TRN-FILE-STATUS NOT = '00' AND TRN-FILE-STATUS NOT = '10'
              MOVE 'GLTRAN'   TO LM-ERROR-FILE-ID
              MOVE TRN-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-PRINT-CARD-HEAD.
           EVALUATE TRUE
              WHEN TC-ADD
                 MOVE 'ADD'        TO LM-PRT-ACTION
              WHEN TC-CHANGE
                 MOVE 'CHANGE'     TO LM-PRT-ACTION
              WHEN TC-DELETE
                 MOVE 'DELETE'     TO LM-PRT-ACTION
              WHEN OTHER
                 MOVE TC-ACTION    TO LM-PRT-ACTION
           END-EVALUATE
           EVALUATE TRUE
              WHEN TC-ITEM-ENTRY
                 MOVE 'ITEM CODE' TO LM-PRT-TYPE
              WHEN TC-WRITEOFF-ENTRY
                 MOVE 'WRITE-OFF' TO LM-PRT-TYPE
              WHEN OTHER
                 MOVE TC-ENTRY-TYPE TO LM-PRT-TYPE
           END-EVALUATE
           MOVE TC-ITEM-CODE TO LM-PRT-CODE
           MOVE TC-REQUESTER TO LM-PRT-REQUESTER
           MOVE TC-REASON    TO LM-PRT-REASON
           MOVE LM-CARD-LINE TO LM-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       26-EXIT.
           EXIT.

      *                         AN ADD HAS NO BEFORE IMAGE AND A
      *                         DELETE NO AFTER IMAGE - THE LINE SAYS
      *                         SO INSTEAD OF PRINTING BLANKS.
       27-PRINT-IMAGES.
           IF TC-ADD
              MOVE SPACES TO LM-PRINT-REC
              STRING '             BEFORE: (NEW ENTRY)'
                        DELIMITED BY SIZE
                 INTO LM-PRINT-REC
           ELSE
              MOVE 'BEFORE: '       TO LM-IMG-LABEL
              MOVE LM-BEF-DEBIT     TO LM-IMG-DEBIT
              MOVE LM-BEF-CREDIT    TO LM-IMG-CREDIT
              MOVE LM-BEF-CHG-DATE  TO LM-IMG-CHG-DATE
              MOVE LM-BEF-CHG-BY    TO LM-IMG-CHG-BY
              MOVE LM-IMAGE-LINE    TO LM-PRINT-REC
           END-IF
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           IF TC-DELETE
              MOVE SPACES TO LM-PRINT-REC
              STRING '             AFTER : (ENTRY DELETED)'
                        DELIMITED BY SIZE
                 INTO LM-PRINT-REC
           ELSE
              MOVE 'AFTER : '       TO LM-IMG-LABEL
              MOVE LM-AFT-DEBIT     TO LM-IMG-DEBIT
              MOVE LM-AFT-CREDIT    TO LM-IMG-CREDIT
              MOVE LM-AFT-CHG-DATE  TO LM-IMG-CHG-DATE
              MOVE LM-AFT-CHG-BY    TO LM-IMG-CHG-BY
              MOVE LM-IMAGE-LINE    TO LM-PRINT-REC
           END-IF
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       27-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE LM-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'GLMLOG'   TO LM-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       29-TAKE-BEFORE-IMAGE.
           MOVE LM-TBL-DEBIT(LM-MAP-HIT)    TO LM-BEF-DEBIT
           MOVE LM-TBL-CREDIT(LM-MAP-HIT)   TO LM-BEF-CREDIT
           MOVE LM-TBL-CHG-DATE(LM-MAP-HIT) TO LM-BEF-CHG-DATE
           MOVE LM-TBL-CHG-BY(LM-MAP-HIT)   TO LM-BEF-CHG-BY.

       29-BEFORE-EXIT.
           EXIT.

       29-TAKE-AFTER-IMAGE.
           MOVE LM-TBL-DEBIT(LM-MAP-HIT)    TO LM-AFT-DEBIT
           MOVE LM-TBL-CREDIT(LM-MAP-HIT)   TO LM-AFT-CREDIT
           MOVE LM-TBL-CHG-DATE(LM-MAP-HIT) TO LM-AFT-CHG-DATE
           MOVE LM-TBL-CHG-BY(LM-MAP-HIT)   TO LM-AFT-CHG-BY.

       29-EXIT.
           EXIT.

      *                         WRITE EVERY LIVE ENTRY TO THE NEW
      *                         GENERATION, CHANGED OR NOT, SO THE
      *                         NEW GENERATION STANDS ON ITS OWN.
       30-WRITE-NEW-TABLE.
           PERFORM 32-WRITE-NEW-ENTRY THRU 32-EXIT
              VARYING LM-MAP-INDEX FROM 1 BY 1
                 UNTIL LM-MAP-INDEX > LM-MAP-COUNT.

       30-EXIT.
           EXIT.

       32-WRITE-NEW-ENTRY.
           IF LM-TBL-DELETED(LM-MAP-INDEX)
              GO TO 32-EXIT
           END-IF
           MOVE SPACES TO NG-RECORD
           MOVE LM-TBL-ENTRY-TYPE(LM-MAP-INDEX) TO NG-ENTRY-TYPE
           MOVE LM-TBL-ITEM-CODE(LM-MAP-INDEX)  TO NG-ITEM-CODE
           MOVE LM-TBL-DEBIT(LM-MAP-INDEX)      TO NG-DEBIT-ACCT
           MOVE LM-TBL-CREDIT(LM-MAP-INDEX)     TO NG-CREDIT-ACCT
           MOVE LM-TBL-CHG-DATE(LM-MAP-INDEX)   TO NG-CHANGED-DATE
           MOVE LM-TBL-CHG-BY(LM-MAP-INDEX)     TO NG-CHANGED-BY
           WRITE NG-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'GLMNEW'   TO LM-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO LM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO LM-NEW-COUNT.

       32-EXIT.
           EXIT.

      *                         LOOK THE CARD'S ENTRY UP IN THE
      *                         TABLE BY TYPE AND ITEM CODE (THE
      *                         WRITE-OFF ENTRY HAS A BLANK CODE) -
      *                         LM-MAP-HIT POINTS AT IT WHEN FOUND.
      *                         DELETED SLOTS ARE PASSED OVER, SO A
      *                         DELETED ENTRY CAN BE ADDED BACK.
       33-FIND-ENTRY.
           MOVE SPACE TO LM-ENTRY-FOUND-IND
           PERFORM 34-MATCH-ENTRY THRU 34-EXIT
              VARYING LM-MAP-INDEX FROM 1 BY 1
                 UNTIL LM-MAP-INDEX > LM-MAP-COUNT
                    OR LM-ENTRY-FOUND.

       33-EXIT.
           EXIT.

       34-MATCH-ENTRY.
           IF TC-ENTRY-TYPE = LM-TBL-ENTRY-TYPE(LM-MAP-INDEX)
                 AND TC-ITEM-CODE = LM-TBL-ITEM-CODE(LM-MAP-INDEX)
                 AND NOT LM-TBL-DELETED(LM-MAP-INDEX)
              MOVE 'Y' TO LM-ENTRY-FOUND-IND
              MOVE LM-MAP-INDEX TO LM-MAP-HIT
           END-IF.

       34-EXIT.
           EXIT.

       40-FINISH.
           CLOSE GLTRAN GLMNEW GLMLOG
           DISPLAY '***** STKGLM1 GL MAPPING MAINTENANCE TOTALS *****'
           DISPLAY 'ENTRIES ON OLD TABLE ..... ' LM-OLD-COUNT
           DISPLAY 'CARDS READ ............... ' LM-CARD-COUNT
           DISPLAY 'ENTRIES ADDED ............ ' LM-ADD-COUNT
           DISPLAY 'ENTRIES CHANGED .......... ' LM-CHANGE-COUNT
           DISPLAY 'ENTRIES DELETED .......... ' LM-DELETE-COUNT
           DISPLAY 'CARDS REFUSED ............ ' LM-REFUSED-COUNT
           DISPLAY 'ENTRIES ON NEW TABLE ..... ' LM-NEW-COUNT
           IF LM-REFUSED-COUNT > ZERO
              DISPLAY '*** WARNING - MAINTENANCE CARDS REFUSED - '
                      'SEE THE CHANGE LOG ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'ALL MAINTENANCE CARDS APPLIED'
           END-IF
           STOP RUN.

       90-ABEND.
           DISPLAY 'STKGLM1 - FATAL ERROR ON ' LM-ERROR-FILE-ID
                   ' - STATUS = ' LM-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE GLMAP GLTRAN GLMNEW GLMLOG
           STOP RUN.

       90-EXIT.
           EXIT.
