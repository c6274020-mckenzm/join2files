      *-------------------------------------------------------------*
      *  STKGLJ1 : DAILY GENERAL-LEDGER JOURNAL FEED. READS THE      *
      *            NIGHT'S POSTING INPUT (THE JOINED OUTFILE AS      *
      *            STKDUP1 PASSED IT, ON THE OUTFIL DD) AND THE      *
      *            AGED-SUSPENSE WRITEOFF GENERATION, MAPS EVERY     *
      *            LINE ITEM'S CODE TO ITS GL DEBIT/CREDIT ACCOUNT   *
      *            PAIR THROUGH THE GL MAPPING TABLE (GLMAP - SEE    *
      *            STKGLMP, MAINTAINED BY STKGLM1), AND WRITES A     *
      *            BALANCED JOURNAL (GLJRNL - SEE STKGLJR) FOR THE   *
      *            GL FEED, SUMMARISED BY ITEM CODE, WITH A CONTROL  *
      *            TRAILER. THIS REPLACES THE JOURNAL ACCOUNTING     *
      *            USED TO KEY BY HAND FROM THE STKITM1 SUMMARY AND  *
      *            THE AGED-SUSPENSE REPORT.                         *
      *            POSTING RULES, PER ITEM CODE:                     *
      *              JOINED ACTIVITY, POSITIVE AMOUNTS -             *
      *                 DR THE CODE'S DEBIT ACCOUNT                  *
      *                 CR THE CODE'S CREDIT ACCOUNT                 *
      *              JOINED ACTIVITY, NEGATIVE AMOUNTS (CREDITS AND  *
      *              REVERSALS) - THE OPPOSITE SIDES:                *
      *                 DR THE CODE'S CREDIT ACCOUNT                 *
      *                 CR THE CODE'S DEBIT ACCOUNT                  *
      *              WRITE-OFFS, POSITIVE AMOUNTS -                  *
      *                 DR THE WRITE-OFF EXPENSE ACCOUNT             *
      *                 CR THE CODE'S CREDIT ACCOUNT                 *
      *              WRITE-OFFS, NEGATIVE AMOUNTS - THE OPPOSITE     *
      *              SIDES.                                          *
      *            POSITIVE AND NEGATIVE AMOUNTS ARE KEPT APART (NOT *
      *            NETTED) SO THE LEDGER SEES THE REVERSALS. EVERY   *
      *            ENTRY IS WRITTEN AS A DEBIT/CREDIT PAIR, SO THE   *
      *            JOURNAL BALANCES BY CONSTRUCTION; THE TRAILER     *
      *            CARRIES THE ENTRY COUNT AND BOTH TOTALS FOR THE   *
      *            GL SIDE TO PROVE.                                 *
      *            AN ITEM CODE WITH NO GL MAPPING - OR WRITE-OFFS   *
      *            ON A NIGHT WITH NO WRITE-OFF EXPENSE ENTRY ON THE *
      *            TABLE - STOPS THE FEED: EVERY UNMAPPED CODE IS    *
      *            LISTED ON THE JOURNAL REPORT (GLRPT), NO JOURNAL  *
      *            RECORD IS WRITTEN, NO RUN-LOG RECORD IS WRITTEN,  *
      *            AND THE STEP ENDS RC=16. ADD THE MAPPING WITH     *
      *            STKGLMJ AND RERUN THIS STEP - IT ONLY READS ITS   *
      *            INPUTS.                                           *
      *            AT NORMAL END ONE RUN-LOG RECORD IS APPENDED      *
      *            (STEP 'STKGLJ1 ') SO STKRSH1 CAN BALANCE THE GL   *
      *            LEG AGAINST THE DUPLICATE CHECK: RECORDS IN =     *
      *            POSTING INPUT RECORDS READ, OUT = JOURNAL ENTRIES *
      *            WRITTEN, SUSPENDED = WRITE-OFF RECORDS READ,      *
      *            AMOUNT = NET POSTING INPUT LINE-ITEM AMOUNT.      *
      *            RETURN CODES: 0 = JOURNAL WRITTEN, 16 = FEED      *
      *            STOPPED (UNMAPPED CODE, JOURNAL OUT OF BALANCE)   *
      *            OR I/O ERROR.                                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKGLJ1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO UT-S-OUTFIL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT WRTOFF  ASSIGN TO UT-S-WRTOFF
               FILE STATUS IS WO-FILE-STATUS.
           SELECT GLMAP   ASSIGN TO UT-S-GLMAP
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT GLJRNL  ASSIGN TO UT-S-GLJRNL
               FILE STATUS IS GJ-FILE-STATUS.
           SELECT GLRPT   ASSIGN TO UT-S-GLRPT
               FILE STATUS IS RP-FILE-STATUS.
           SELECT RUNLOG  ASSIGN TO UT-S-RUNLOG
               FILE STATUS IS RL-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
      *                          OUTFILE IS READ THROUGH A FIXED
      *                          10-ENTRY LINE-ITEM TABLE DRIVEN BY
      *                          THE LINE COUNT, WITH THE RECORD
      *                          LENGTH ARRIVING IN JR-REC-LENGTH
      *                          FROM THE RECORD VARYING CLAUSE -
      *                          THE SAME READER PATTERN STKPOST1
      *                          AND STKITM1 USE.
       FD  OUTFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON JR-REC-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS JR-RECORD.
       01  JR-RECORD.
           05 JR-1ST-HALF.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==OH-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==OH-TRAN-DATE==.
           05 JR-2ND-HALF.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==OD-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==OD-TRAN-DATE==.
           05 JR-AUDIT.
              COPY STKAUDIT REPLACING
                 ==STK-RUN-ID==         BY ==OA-RUN-ID==
                 ==STK-RUN-DATE==       BY ==OA-RUN-DATE==
                 ==STK-RUN-TIME==       BY ==OA-RUN-TIME==
                 ==STK-IN1-GENERATION== BY ==OA-IN1-GENERATION==
                 ==STK-IN2-GENERATION== BY ==OA-IN2-GENERATION==.
           05 JR-LINE-COUNT               PIC 9(02).
           05 JR-LINE-ITEM OCCURS 10 TIMES.
              COPY STKLINE REPLACING
                 ==STK-ITEM-CODE==   BY ==JR-ITEM-CODE==
                 ==STK-ITEM-AMOUNT== BY ==JR-ITEM-AMOUNT==.

      *                          THE AGED-SUSPENSE WRITE-OFF RECORD
      *                          EXACTLY AS STACKEX1 WRITES IT.
       FD  WRTOFF
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 28 TO 138 CHARACTERS
              DEPENDING ON JR-WO-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS WOREC.
       01  WOREC.
           05 WO-RUN-ID                   PIC X(12).
           05 WO-AGE-COUNT                PIC 9(02).
           05 WO-DETAIL-KEY.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==WO-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==WO-TRAN-DATE==.
           05 WO-LINE-COUNT               PIC 9(02).
           05 WO-LINE-ITEM OCCURS 0 TO 10 TIMES
                 DEPENDING ON WO-LINE-COUNT.
              COPY STKLINE REPLACING
                 ==STK-ITEM-CODE==   BY ==WO-ITEM-CODE==
                 ==STK-ITEM-AMOUNT== BY ==WO-ITEM-AMOUNT==.

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

       FD  GLJRNL
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS GJREC.
       01  GJREC.
           COPY STKGLJR.

       FD  GLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS JR-PRINT-REC.
       01  JR-PRINT-REC                   PIC X(133).

      *                          SHARED RUN-LOG - ONE COMPLETION
      *                          RECORD APPENDED AT END OF RUN SO
      *                          THE NIGHT'S COUNTS SURVIVE THE JOB
      *                          LOG. SEE THE STKRLOG COPYBOOK AND
      *                          THE STKRSH1 RUN SHEET.
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RLREC.
       01  RLREC.
           COPY STKRLOG.

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
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-WRTOFF-IND   PIC X VALUE SPACE.
              88 SW-END-OF-WRTOFF       VALUE 'Y'.
           05 END-OF-MAP-IND      PIC X VALUE SPACE.
              88 SW-END-OF-MAP          VALUE 'Y'.
           05 JR-CODE-FOUND-IND   PIC X VALUE SPACE.
              88 JR-CODE-FOUND          VALUE 'Y'.
           05 JR-WO-ACCT-IND      PIC X VALUE 'N'.
              88 JR-WO-ACCT-ON-FILE     VALUE 'Y'.
           05 JR-FEED-STOP-IND    PIC X VALUE 'N'.
              88 JR-FEED-STOPPED        VALUE 'Y'.

       01  JR-REC-LENGTH          PIC 9(03) COMP.
       01  JR-WO-LENGTH           PIC 9(03) COMP.

       01  JR-LINE-INDEX          PIC 9(02) COMP.

      *                          THE MAPPING TABLE WITH ITS FOUR
      *                          ACCUMULATORS PER CODE - ACTIVITY
      *                          AND WRITE-OFFS, POSITIVE AND
      *                          NEGATIVE KEPT APART. 500 IS THE
      *                          STKGLM1 TABLE CAP; OVERFLOW IS A
      *                          HARD STOP.
       01  JR-MAP-TABLE.
           05 JR-MAP-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
           05 JR-MAP-ENTRY OCCURS 500 TIMES.
              10 JR-TBL-CODE      PIC X(04).
              10 JR-TBL-DEBIT     PIC X(10).
              10 JR-TBL-CREDIT    PIC X(10).
              10 JR-TBL-POS-COUNT PIC 9(08) COMP-3.
              10 JR-TBL-POS-AMOUNT PIC S9(11)V99 COMP-3.
              10 JR-TBL-NEG-COUNT PIC 9(08) COMP-3.
              10 JR-TBL-NEG-AMOUNT PIC S9(11)V99 COMP-3.
              10 JR-TBL-WOP-COUNT PIC 9(08) COMP-3.
              10 JR-TBL-WOP-AMOUNT PIC S9(11)V99 COMP-3.
              10 JR-TBL-WON-COUNT PIC 9(08) COMP-3.
              10 JR-TBL-WON-AMOUNT PIC S9(11)V99 COMP-3.

       01  JR-MAP-CONTROL.
           05 JR-MAP-INDEX        PIC 9(04) COMP VALUE ZERO.
           05 JR-MAP-HIT          PIC 9(04) COMP VALUE ZERO.
           05 JR-SEARCH-CODE      PIC X(04) VALUE SPACE.
           05 JR-WO-EXPENSE-ACCT  PIC X(10) VALUE SPACE.

      *                          ITEM CODES WITH NO MAPPING, BY CODE
      *                          AND SOURCE ('O' ACTIVITY, 'W'
      *                          WRITE-OFF), FOR THE STOPPED-FEED
      *                          REPORT. PAST 100 DISTINCT CODES THE
      *                          REST ARE COUNTED BUT NOT LISTED.
       01  JR-UNMAPPED-TABLE.
           05 JR-UNM-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
           05 JR-UNM-ENTRY OCCURS 100 TIMES.
              10 JR-UNM-TBL-SOURCE PIC X(01).
              10 JR-UNM-TBL-CODE  PIC X(04).
              10 JR-UNM-TBL-ITEMS PIC 9(08) COMP-3.
              10 JR-UNM-TBL-AMOUNT PIC S9(11)V99 COMP-3.

       01  JR-UNMAPPED-CONTROL.
           05 JR-UNM-INDEX        PIC 9(04) COMP VALUE ZERO.
           05 JR-UNM-HIT          PIC 9(04) COMP VALUE ZERO.
           05 JR-UNM-FOUND-IND    PIC X(01) VALUE SPACE.
              88 JR-UNM-FOUND           VALUE 'Y'.
           05 JR-UNM-SOURCE       PIC X(01) VALUE SPACE.
           05 JR-UNM-AMOUNT       PIC S9(05)V99 VALUE ZERO.
           05 JR-UNM-LINE-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-UNM-OVERFLOW     PIC 9(08) COMP-3 VALUE ZERO.

      *                          ONE DEBIT/CREDIT PAIR, SET UP BY
      *                          31-JOURNAL-CODE FOR 32-WRITE-PAIR.
       01  JR-PAIR-WORK.
           05 JR-PAIR-SOURCE      PIC X(01).
           05 JR-PAIR-CODE        PIC X(04).
           05 JR-PAIR-DR-ACCT     PIC X(10).
           05 JR-PAIR-CR-ACCT     PIC X(10).
           05 JR-PAIR-AMOUNT      PIC 9(11)V99 COMP-3.
           05 JR-PAIR-ITEMS       PIC 9(08) COMP-3.

       01  JR-JOURNAL-TOTALS.
           05 JR-OUT-READ-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-OUT-ITEM-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-WO-READ-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-WO-ITEM-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-NET-ACTIVITY     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 JR-NET-WRITEOFF     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 JR-ENTRY-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-DEBIT-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-CREDIT-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 JR-DEBIT-TOTAL      PIC 9(13)V99 COMP-3 VALUE ZERO.
           05 JR-CREDIT-TOTAL     PIC 9(13)V99 COMP-3 VALUE ZERO.

      *                          RUN-LOG STAMP WORK FIELDS - THE
      *                          RUN-ID IS THE ONE ON THE JOINED
      *                          GENERATION (FROM THE LAST OUTREC
      *                          READ), OR THE WRITE-OFF RUN-ID ON A
      *                          NIGHT WITH NO JOINED RECORDS.
       01  JR-LOG-WORK.
           05 JR-LOG-RUN-ID       PIC X(12) VALUE SPACE.
           05 JR-LOG-DATE         PIC 9(06) VALUE ZERO.
           05 JR-LOG-TIME         PIC 9(08) VALUE ZERO.
           05 JR-POST-DATE        PIC 9(06) VALUE ZERO.

       01  JR-ENTRY-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JR-PRT-SOURCE       PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 JR-PRT-CODE         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 JR-PRT-ACCOUNT      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 JR-PRT-DR-CR        PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 JR-PRT-ITEMS        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 JR-PRT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(67) VALUE SPACE.

       01  JR-TOTAL-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JR-TOT-LABEL        PIC X(36).
           05 JR-TOT-COUNT        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 JR-TOT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(68) VALUE SPACE.

       01  JR-UNMAPPED-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JR-UNP-SOURCE       PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 JR-UNP-CODE         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(20)
                 VALUE '** NO GL MAPPING ** '.
           05 JR-UNP-ITEMS        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 JR-UNP-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(67) VALUE SPACE.

       01  JR-FILE-STATUSES.
           05 OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 WO-FILE-STATUS      PIC X(02) VALUE '00'.
           05 MAP-FILE-STATUS     PIC X(02) VALUE '00'.
           05 GJ-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  JR-BUSINESS-CONTROL.
           05 JR-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 JR-STEP-NAME        PIC X(08) VALUE 'STKGLJ1 '.
           05 JR-STEP-QUAL        PIC X(04) VALUE SPACE.

       01  JR-ERROR-INFO.
           05 JR-ERROR-FILE-ID    PIC X(08).
           05 JR-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-TALLY-OUTFILE THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 22-TALLY-WRTOFF THROUGH 22-EXIT
              UNTIL SW-END-OF-WRTOFF
           IF JR-UNM-LINE-COUNT > ZERO
                 OR (JR-WO-ITEM-COUNT > ZERO
                 AND NOT JR-WO-ACCT-ON-FILE)
              MOVE 'Y' TO JR-FEED-STOP-IND
              PERFORM 35-REPORT-UNMAPPED THROUGH 35-EXIT
           ELSE
              PERFORM 30-BUILD-JOURNAL THROUGH 30-EXIT
           END-IF
           PERFORM 40-FINISH.

       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT OUTFILE
           IF OUT-FILE-STATUS NOT = '00'
              MOVE 'OUTFILE'  TO JR-ERROR-FILE-ID
              MOVE OUT-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT WRTOFF
           IF WO-FILE-STATUS NOT = '00'
              MOVE 'WRTOFF'   TO JR-ERROR-FILE-ID
              MOVE WO-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT GLJRNL
           IF GJ-FILE-STATUS NOT = '00'
              MOVE 'GLJRNL'   TO JR-ERROR-FILE-ID
              MOVE GJ-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT GLRPT
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'GLRPT'    TO JR-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ACCEPT JR-POST-DATE FROM DATE
           PERFORM 12-LOAD-MAP-TABLE THRU 12-EXIT
           PERFORM 25-READ-OUTFILE THRU 25-EXIT
           IF NOT SW-END-OF-FILE
              MOVE OA-RUN-DATE TO JR-POST-DATE
           END-IF
           PERFORM 26-READ-WRTOFF THRU 26-EXIT.

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
       07-CHECK-BUSINESS-DATE.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKGLJ1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKGLJ1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE 'BD'       TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO JR-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE JR-STEP-NAME TO BC-STEP-NAME
           MOVE JR-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = JR-BUSINESS-DATE
              DISPLAY 'STKGLJ1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      JR-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKGLJ1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE 'DP'       TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKGLJ1 - BUSINESS DATE ' JR-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         LOAD THE CURRENT MAPPING GENERATION -
      *                         PRIMING READ THEN LOAD-UNTIL-END-OF-
      *                         FILE. THE ITEM ENTRIES GO IN THE
      *                         TABLE WITH THEIR ACCUMULATORS ZEROED;
      *                         THE WRITE-OFF ENTRY ONLY SUPPLIES THE
      *                         EXPENSE ACCOUNT.
       12-LOAD-MAP-TABLE.
           OPEN INPUT GLMAP
           IF MAP-FILE-STATUS NOT = '00'
              MOVE 'GLMAP'    TO JR-ERROR-FILE-ID
              MOVE MAP-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 13-READ-GLMAP THRU 13-EXIT
           PERFORM 12-LOAD-MAP-ENTRY THRU 12-LOAD-MAP-ENTRY-EXIT
              UNTIL SW-END-OF-MAP
           CLOSE GLMAP.

       12-EXIT.
           EXIT.

       12-LOAD-MAP-ENTRY.
           IF GM-ENTRY-TYPE = 'W'
              MOVE GM-DEBIT-ACCT TO JR-WO-EXPENSE-ACCT
              MOVE 'Y' TO JR-WO-ACCT-IND
              GO TO 12-LOAD-MAP-NEXT
           END-IF
           ADD 1 TO JR-MAP-COUNT
           IF JR-MAP-COUNT > 500
              MOVE 'GLMAP'    TO JR-ERROR-FILE-ID
              MOVE 'OF'       TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE GM-ITEM-CODE   TO JR-TBL-CODE(JR-MAP-COUNT)
           MOVE GM-DEBIT-ACCT  TO JR-TBL-DEBIT(JR-MAP-COUNT)
           MOVE GM-CREDIT-ACCT TO JR-TBL-CREDIT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-POS-COUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-POS-AMOUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-NEG-COUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-NEG-AMOUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-WOP-COUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-WOP-AMOUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-WON-COUNT(JR-MAP-COUNT)
           MOVE ZERO TO JR-TBL-WON-AMOUNT(JR-MAP-COUNT).

       12-LOAD-MAP-NEXT.
           PERFORM 13-READ-GLMAP THRU 13-EXIT.

       12-LOAD-MAP-ENTRY-EXIT.
           EXIT.

       13-READ-GLMAP.
           READ GLMAP
              AT END MOVE 'Y' TO END-OF-MAP-IND
           END-READ
           IF MAP-FILE-STATUS NOT = '00' AND MAP-FILE-STATUS NOT = '10'
              MOVE 'GLMAP'    TO JR-ERROR-FILE-ID
              MOVE MAP-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       13-EXIT.
           EXIT.

       15-PRINT-HEADINGS.
           MOVE SPACES TO JR-PRINT-REC
           STRING ' STKGLJ1 - GENERAL LEDGER JOURNAL - RUN '
                     DELIMITED BY SIZE
                  JR-LOG-RUN-ID DELIMITED BY SIZE
              INTO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO JR-PRINT-REC
           STRING ' SOURCE     CODE  GL ACCOUNT  DR/CR     '
                     DELIMITED BY SIZE
                  '   ITEMS              AMOUNT' DELIMITED BY SIZE
              INTO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       15-EXIT.
           EXIT.

      *                         FOLD ONE JOINED RECORD'S LINE ITEMS
      *                         INTO THE ACTIVITY ACCUMULATORS.
       20-TALLY-OUTFILE.
           ADD 1 TO JR-OUT-READ-COUNT
           MOVE OA-RUN-ID TO JR-LOG-RUN-ID
           PERFORM 21-TALLY-OUT-ITEM THRU 21-EXIT
              VARYING JR-LINE-INDEX FROM 1 BY 1
                 UNTIL JR-LINE-INDEX > JR-LINE-COUNT
           PERFORM 25-READ-OUTFILE THRU 25-EXIT.

       20-EXIT.
           EXIT.

       21-TALLY-OUT-ITEM.
           ADD 1 TO JR-OUT-ITEM-COUNT
           ADD JR-ITEM-AMOUNT(JR-LINE-INDEX) TO JR-NET-ACTIVITY
           MOVE JR-ITEM-CODE(JR-LINE-INDEX) TO JR-SEARCH-CODE
           PERFORM 24-FIND-CODE THRU 24-EXIT
           IF NOT JR-CODE-FOUND
              MOVE 'O' TO JR-UNM-SOURCE
              MOVE JR-ITEM-AMOUNT(JR-LINE-INDEX) TO JR-UNM-AMOUNT
              PERFORM 27-NOTE-UNMAPPED THRU 27-EXIT
              GO TO 21-EXIT
           END-IF
           IF JR-ITEM-AMOUNT(JR-LINE-INDEX) < ZERO
              ADD 1 TO JR-TBL-NEG-COUNT(JR-MAP-HIT)
              ADD JR-ITEM-AMOUNT(JR-LINE-INDEX)
                TO JR-TBL-NEG-AMOUNT(JR-MAP-HIT)
           ELSE
              ADD 1 TO JR-TBL-POS-COUNT(JR-MAP-HIT)
              ADD JR-ITEM-AMOUNT(JR-LINE-INDEX)
                TO JR-TBL-POS-AMOUNT(JR-MAP-HIT)
           END-IF.

       21-EXIT.
           EXIT.

      *                         FOLD ONE WRITE-OFF RECORD'S LINE
      *                         ITEMS INTO THE WRITE-OFF
      *                         ACCUMULATORS.
       22-TALLY-WRTOFF.
           ADD 1 TO JR-WO-READ-COUNT
           IF JR-LOG-RUN-ID = SPACES
              MOVE WO-RUN-ID TO JR-LOG-RUN-ID
           END-IF
           PERFORM 23-TALLY-WO-ITEM THRU 23-EXIT
              VARYING JR-LINE-INDEX FROM 1 BY 1
                 UNTIL JR-LINE-INDEX > WO-LINE-COUNT
           PERFORM 26-READ-WRTOFF THRU 26-EXIT.

       22-EXIT.
           EXIT.

       23-TALLY-WO-ITEM.
           ADD 1 TO JR-WO-ITEM-COUNT
           ADD WO-ITEM-AMOUNT(JR-LINE-INDEX) TO JR-NET-WRITEOFF
           MOVE WO-ITEM-CODE(JR-LINE-INDEX) TO JR-SEARCH-CODE
           PERFORM 24-FIND-CODE THRU 24-EXIT
           IF NOT JR-CODE-FOUND
              MOVE 'W' TO JR-UNM-SOURCE
              MOVE WO-ITEM-AMOUNT(JR-LINE-INDEX) TO JR-UNM-AMOUNT
              PERFORM 27-NOTE-UNMAPPED THRU 27-EXIT
              GO TO 23-EXIT
           END-IF
           IF WO-ITEM-AMOUNT(JR-LINE-INDEX) < ZERO
              ADD 1 TO JR-TBL-WON-COUNT(JR-MAP-HIT)
              ADD WO-ITEM-AMOUNT(JR-LINE-INDEX)
                TO JR-TBL-WON-AMOUNT(JR-MAP-HIT)
           ELSE
              ADD 1 TO JR-TBL-WOP-COUNT(JR-MAP-HIT)
              ADD WO-ITEM-AMOUNT(JR-LINE-INDEX)
                TO JR-TBL-WOP-AMOUNT(JR-MAP-HIT)
           END-IF.

       23-EXIT.
           EXIT.

      *                         LOOK JR-SEARCH-CODE UP IN THE MAPPING
      *                         TABLE - JR-MAP-HIT POINTS AT IT WHEN
      *                         FOUND.
       24-FIND-CODE.
           MOVE SPACE TO JR-CODE-FOUND-IND
           PERFORM 24-MATCH-CODE THRU 24-MATCH-EXIT
              VARYING JR-MAP-INDEX FROM 1 BY 1
                 UNTIL JR-MAP-INDEX > JR-MAP-COUNT
                    OR JR-CODE-FOUND.

       24-EXIT.
           EXIT.

       24-MATCH-CODE.
           IF JR-SEARCH-CODE = JR-TBL-CODE(JR-MAP-INDEX)
              MOVE 'Y' TO JR-CODE-FOUND-IND
              MOVE JR-MAP-INDEX TO JR-MAP-HIT
           END-IF.

       24-MATCH-EXIT.
           EXIT.

       25-READ-OUTFILE.
           READ OUTFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF OUT-FILE-STATUS NOT = '00' AND OUT-FILE-STATUS NOT = '10'
              MOVE 'OUTFILE'  TO JR-ERROR-FILE-ID
              MOVE OUT-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-READ-WRTOFF.
           READ WRTOFF
              AT END MOVE 'Y' TO END-OF-WRTOFF-IND
           END-READ
           IF WO-FILE-STATUS NOT = '00' AND WO-FILE-STATUS NOT = '10'
              MOVE 'WRTOFF'   TO JR-ERROR-FILE-ID
              MOVE WO-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       26-EXIT.
           EXIT.

      *                         REMEMBER AN UNMAPPED LINE ITEM BY
      *                         CODE AND SOURCE - CALLER SETS
      *                         JR-SEARCH-CODE, JR-UNM-SOURCE AND
      *                         JR-UNM-AMOUNT.
       27-NOTE-UNMAPPED.
           ADD 1 TO JR-UNM-LINE-COUNT
           MOVE SPACE TO JR-UNM-FOUND-IND
           PERFORM 27-MATCH-UNMAPPED THRU 27-MATCH-EXIT
              VARYING JR-UNM-INDEX FROM 1 BY 1
                 UNTIL JR-UNM-INDEX > JR-UNM-COUNT
                    OR JR-UNM-FOUND
           IF NOT JR-UNM-FOUND
              IF JR-UNM-COUNT NOT < 100
                 ADD 1 TO JR-UNM-OVERFLOW
                 GO TO 27-EXIT
              END-IF
              ADD 1 TO JR-UNM-COUNT
              MOVE JR-UNM-COUNT   TO JR-UNM-HIT
              MOVE JR-UNM-SOURCE  TO JR-UNM-TBL-SOURCE(JR-UNM-HIT)
              MOVE JR-SEARCH-CODE TO JR-UNM-TBL-CODE(JR-UNM-HIT)
              MOVE ZERO TO JR-UNM-TBL-ITEMS(JR-UNM-HIT)
              MOVE ZERO TO JR-UNM-TBL-AMOUNT(JR-UNM-HIT)
           END-IF
           ADD 1 TO JR-UNM-TBL-ITEMS(JR-UNM-HIT)
           ADD JR-UNM-AMOUNT TO JR-UNM-TBL-AMOUNT(JR-UNM-HIT).

       27-EXIT.
           EXIT.

       27-MATCH-UNMAPPED.
           IF JR-SEARCH-CODE = JR-UNM-TBL-CODE(JR-UNM-INDEX)
                 AND JR-UNM-SOURCE = JR-UNM-TBL-SOURCE(JR-UNM-INDEX)
              MOVE 'Y' TO JR-UNM-FOUND-IND
              MOVE JR-UNM-INDEX TO JR-UNM-HIT
           END-IF.

       27-MATCH-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE JR-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'GLRPT'    TO JR-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

      *                         EVERY CODE MAPPED - WRITE THE JOURNAL
      *                         IN MAPPING-TABLE ORDER, PRINTING EACH
      *                         ENTRY AS IT GOES, THEN THE TRAILER
      *                         AND THE REPORT TOTALS.
       30-BUILD-JOURNAL.
           PERFORM 15-PRINT-HEADINGS THRU 15-EXIT
           PERFORM 31-JOURNAL-CODE THRU 31-EXIT
              VARYING JR-MAP-INDEX FROM 1 BY 1
                 UNTIL JR-MAP-INDEX > JR-MAP-COUNT
           PERFORM 34-WRITE-TRAILER THRU 34-EXIT
           MOVE SPACES TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE 'TOTAL DEBITS'      TO JR-TOT-LABEL
           MOVE JR-DEBIT-COUNT      TO JR-TOT-COUNT
           MOVE JR-DEBIT-TOTAL      TO JR-TOT-AMOUNT
           MOVE JR-TOTAL-LINE       TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE 'TOTAL CREDITS'     TO JR-TOT-LABEL
           MOVE JR-CREDIT-COUNT     TO JR-TOT-COUNT
           MOVE JR-CREDIT-TOTAL     TO JR-TOT-AMOUNT
           MOVE JR-TOTAL-LINE       TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE 'NET JOINED ACTIVITY (OUTFILE)' TO JR-TOT-LABEL
           MOVE JR-OUT-ITEM-COUNT   TO JR-TOT-COUNT
           MOVE JR-NET-ACTIVITY     TO JR-TOT-AMOUNT
           MOVE JR-TOTAL-LINE       TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE 'NET WRITE-OFFS (WRITEOFF)' TO JR-TOT-LABEL
           MOVE JR-WO-ITEM-COUNT    TO JR-TOT-COUNT
           MOVE JR-NET-WRITEOFF     TO JR-TOT-AMOUNT
           MOVE JR-TOTAL-LINE       TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       30-EXIT.
           EXIT.

      *                         UP TO FOUR PAIRS PER CODE - ONE PER
      *                         NON-ZERO ACCUMULATOR. A NEGATIVE
      *                         BUCKET SWAPS THE SIDES AND POSTS ITS
      *                         ABSOLUTE VALUE.
       31-JOURNAL-CODE.
           MOVE JR-TBL-CODE(JR-MAP-INDEX) TO JR-PAIR-CODE
           IF JR-TBL-POS-AMOUNT(JR-MAP-INDEX) NOT = ZERO
              MOVE 'O' TO JR-PAIR-SOURCE
              MOVE JR-TBL-DEBIT(JR-MAP-INDEX)  TO JR-PAIR-DR-ACCT
              MOVE JR-TBL-CREDIT(JR-MAP-INDEX) TO JR-PAIR-CR-ACCT
              MOVE JR-TBL-POS-AMOUNT(JR-MAP-INDEX) TO JR-PAIR-AMOUNT
              MOVE JR-TBL-POS-COUNT(JR-MAP-INDEX)  TO JR-PAIR-ITEMS
              PERFORM 32-WRITE-PAIR THRU 32-EXIT
           END-IF
           IF JR-TBL-NEG-AMOUNT(JR-MAP-INDEX) NOT = ZERO
              MOVE 'O' TO JR-PAIR-SOURCE
              MOVE JR-TBL-CREDIT(JR-MAP-INDEX) TO JR-PAIR-DR-ACCT
              MOVE JR-TBL-DEBIT(JR-MAP-INDEX)  TO JR-PAIR-CR-ACCT
              COMPUTE JR-PAIR-AMOUNT =
                 ZERO - JR-TBL-NEG-AMOUNT(JR-MAP-INDEX)
              MOVE JR-TBL-NEG-COUNT(JR-MAP-INDEX)  TO JR-PAIR-ITEMS
              PERFORM 32-WRITE-PAIR THRU 32-EXIT
           END-IF
           IF JR-TBL-WOP-AMOUNT(JR-MAP-INDEX) NOT = ZERO
              MOVE 'W' TO JR-PAIR-SOURCE
              MOVE JR-WO-EXPENSE-ACCT          TO JR-PAIR-DR-ACCT
              MOVE JR-TBL-CREDIT(JR-MAP-INDEX) TO JR-PAIR-CR-ACCT
              MOVE JR-TBL-WOP-AMOUNT(JR-MAP-INDEX) TO JR-PAIR-AMOUNT
              MOVE JR-TBL-WOP-COUNT(JR-MAP-INDEX)  TO JR-PAIR-ITEMS
              PERFORM 32-WRITE-PAIR THRU 32-EXIT
           END-IF
           IF JR-TBL-WON-AMOUNT(JR-MAP-INDEX) NOT = ZERO
              MOVE 'W' TO JR-PAIR-SOURCE
              MOVE JR-TBL-CREDIT(JR-MAP-INDEX) TO JR-PAIR-DR-ACCT
              MOVE JR-WO-EXPENSE-ACCT          TO JR-PAIR-CR-ACCT
              COMPUTE JR-PAIR-AMOUNT =
                 ZERO - JR-TBL-WON-AMOUNT(JR-MAP-INDEX)
              MOVE JR-TBL-WON-COUNT(JR-MAP-INDEX)  TO JR-PAIR-ITEMS
              PERFORM 32-WRITE-PAIR THRU 32-EXIT
           END-IF.

       31-EXIT.
           EXIT.

      *                         ONE BALANCED PAIR - THE DEBIT SIDE
      *                         THEN THE CREDIT SIDE FOR THE SAME
      *                         AMOUNT.
       32-WRITE-PAIR.
           MOVE SPACES          TO GJREC
           MOVE 'D'             TO GJ-REC-TYPE
           MOVE JR-LOG-RUN-ID   TO GJ-RUN-ID
           MOVE JR-POST-DATE    TO GJ-POST-DATE
           MOVE JR-PAIR-SOURCE  TO GJ-SOURCE
           MOVE JR-PAIR-CODE    TO GJ-ITEM-CODE
           MOVE JR-PAIR-AMOUNT  TO GJ-AMOUNT
           MOVE JR-PAIR-ITEMS   TO GJ-LINE-COUNT
           MOVE JR-PAIR-DR-ACCT TO GJ-GL-ACCOUNT
           MOVE 'D'             TO GJ-DR-CR
           PERFORM 33-WRITE-ENTRY THRU 33-EXIT
           ADD 1 TO JR-DEBIT-COUNT
           ADD JR-PAIR-AMOUNT TO JR-DEBIT-TOTAL
           MOVE JR-PAIR-CR-ACCT TO GJ-GL-ACCOUNT
           MOVE 'C'             TO GJ-DR-CR
           PERFORM 33-WRITE-ENTRY THRU 33-EXIT
           ADD 1 TO JR-CREDIT-COUNT
           ADD JR-PAIR-AMOUNT TO JR-CREDIT-TOTAL.

       32-EXIT.
           EXIT.

       33-WRITE-ENTRY.
           WRITE GJREC
           IF GJ-FILE-STATUS NOT = '00'
              MOVE 'GLJRNL'   TO JR-ERROR-FILE-ID
              MOVE GJ-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO JR-ENTRY-COUNT
           IF GJ-FROM-OUTFILE
              MOVE 'ACTIVITY'  TO JR-PRT-SOURCE
           ELSE
              MOVE 'WRITE-OFF' TO JR-PRT-SOURCE
           END-IF
           MOVE GJ-ITEM-CODE    TO JR-PRT-CODE
           MOVE GJ-GL-ACCOUNT   TO JR-PRT-ACCOUNT
           IF GJ-DEBIT
              MOVE 'DEBIT'     TO JR-PRT-DR-CR
           ELSE
              MOVE 'CREDIT'    TO JR-PRT-DR-CR
           END-IF
           MOVE JR-PAIR-ITEMS   TO JR-PRT-ITEMS
           MOVE JR-PAIR-AMOUNT  TO JR-PRT-AMOUNT
           MOVE JR-ENTRY-LINE   TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       33-EXIT.
           EXIT.

      *                         THE CONTROL TRAILER - ALWAYS THE LAST
      *                         RECORD, EVEN ON A NIGHT WITH NO
      *                         ENTRIES, SO THE GL SIDE CAN TELL AN
      *                         EMPTY FEED FROM A TRUNCATED ONE.
       34-WRITE-TRAILER.
           MOVE SPACES             TO GJREC
           MOVE 'T'                TO GJ-REC-TYPE
           MOVE JR-LOG-RUN-ID      TO GJ-RUN-ID
           MOVE JR-POST-DATE       TO GJ-POST-DATE
           MOVE JR-ENTRY-COUNT     TO GJ-TRL-ENTRY-COUNT
           MOVE JR-DEBIT-TOTAL     TO GJ-TRL-DEBIT-TOTAL
           MOVE JR-CREDIT-TOTAL    TO GJ-TRL-CREDIT-TOTAL
           MOVE JR-OUT-READ-COUNT  TO GJ-TRL-OUT-RECORDS
           MOVE JR-WO-READ-COUNT   TO GJ-TRL-WO-RECORDS
           MOVE JR-NET-ACTIVITY    TO GJ-TRL-NET-ACTIVITY
           MOVE JR-NET-WRITEOFF    TO GJ-TRL-NET-WRITEOFF
           WRITE GJREC
           IF GJ-FILE-STATUS NOT = '00'
              MOVE 'GLJRNL'   TO JR-ERROR-FILE-ID
              MOVE GJ-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       34-EXIT.
           EXIT.

      *                         THE FEED IS STOPPED - LIST EVERY
      *                         UNMAPPED CODE (AND A MISSING WRITE-
      *                         OFF EXPENSE ENTRY) SO THE MAPPING CAN
      *                         BE ADDED BEFORE THE RERUN.
       35-REPORT-UNMAPPED.
           PERFORM 15-PRINT-HEADINGS THRU 15-EXIT
           MOVE SPACES TO JR-PRINT-REC
           STRING ' ** GL FEED STOPPED - NO JOURNAL WRITTEN - '
                     DELIMITED BY SIZE
                  'ADD THE MAPPINGS BELOW WITH STKGLMJ AND RERUN **'
                     DELIMITED BY SIZE
              INTO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 36-PRINT-UNMAPPED THRU 36-EXIT
              VARYING JR-UNM-INDEX FROM 1 BY 1
                 UNTIL JR-UNM-INDEX > JR-UNM-COUNT
           IF JR-UNM-OVERFLOW > ZERO
              MOVE SPACES TO JR-PRINT-REC
              STRING ' ** FURTHER UNMAPPED LINE ITEMS NOT LISTED - '
                        DELIMITED BY SIZE
                     'MORE THAN 100 CODES **' DELIMITED BY SIZE
                 INTO JR-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           END-IF
           IF JR-WO-ITEM-COUNT > ZERO AND NOT JR-WO-ACCT-ON-FILE
              MOVE SPACES TO JR-PRINT-REC
              STRING ' WRITE-OFF        ** NO WRITE-OFF EXPENSE '
                        DELIMITED BY SIZE
                     'ACCOUNT (TYPE W ENTRY) ON THE MAPPING TABLE **'
                        DELIMITED BY SIZE
                 INTO JR-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           END-IF.

       35-EXIT.
           EXIT.

       36-PRINT-UNMAPPED.
           IF JR-UNM-TBL-SOURCE(JR-UNM-INDEX) = 'O'
              MOVE 'ACTIVITY'  TO JR-UNP-SOURCE
           ELSE
              MOVE 'WRITE-OFF' TO JR-UNP-SOURCE
           END-IF
           MOVE JR-UNM-TBL-CODE(JR-UNM-INDEX)   TO JR-UNP-CODE
           MOVE JR-UNM-TBL-ITEMS(JR-UNM-INDEX)  TO JR-UNP-ITEMS
           MOVE JR-UNM-TBL-AMOUNT(JR-UNM-INDEX) TO JR-UNP-AMOUNT
           MOVE JR-UNMAPPED-LINE TO JR-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       36-EXIT.
           EXIT.

      *                         A JOURNAL THAT DOES NOT BALANCE IS
      *                         NOT SENT EITHER - THE PAIRS MAKE IT
      *                         IMPOSSIBLE, BUT THE FEED IS MONEY
      *                         AND IS PROVED BEFORE IT GOES.
       40-FINISH.
           CLOSE OUTFILE WRTOFF GLJRNL GLRPT
           DISPLAY '***** STKGLJ1 GL JOURNAL TOTALS *****'
           DISPLAY 'RUN-ID ................... ' JR-LOG-RUN-ID
           DISPLAY 'OUTFILE RECORDS READ ..... ' JR-OUT-READ-COUNT
           DISPLAY 'OUTFILE LINE ITEMS ....... ' JR-OUT-ITEM-COUNT
           DISPLAY 'NET JOINED ACTIVITY ...... ' JR-NET-ACTIVITY
           DISPLAY 'WRITE-OFF RECORDS READ ... ' JR-WO-READ-COUNT
           DISPLAY 'WRITE-OFF LINE ITEMS ..... ' JR-WO-ITEM-COUNT
           DISPLAY 'NET WRITE-OFFS ........... ' JR-NET-WRITEOFF
           DISPLAY 'UNMAPPED LINE ITEMS ...... ' JR-UNM-LINE-COUNT
           DISPLAY 'JOURNAL ENTRIES WRITTEN .. ' JR-ENTRY-COUNT
           DISPLAY 'TOTAL DEBITS ............. ' JR-DEBIT-TOTAL
           DISPLAY 'TOTAL CREDITS ............ ' JR-CREDIT-TOTAL
           IF JR-FEED-STOPPED
              DISPLAY '*** GL FEED STOPPED - ITEM CODES WITH NO GL '
                      'MAPPING - SEE THE JOURNAL REPORT ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF JR-DEBIT-TOTAL NOT = JR-CREDIT-TOTAL
              DISPLAY '*** GL JOURNAL OUT OF BALANCE - DO NOT SEND '
                      'THE FEED ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'GL JOURNAL BALANCED - DEBITS EQUAL CREDITS'
           PERFORM 45-WRITE-RUN-LOG THRU 45-EXIT
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

       45-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF RL-FILE-STATUS NOT = '00'
              MOVE 'RUNLOG'   TO JR-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 45-LOG-ABEND THRU 45-LOG-ABEND-EXIT
           END-IF
           ACCEPT JR-LOG-DATE FROM DATE
           ACCEPT JR-LOG-TIME FROM TIME
           MOVE SPACES            TO RLREC
           MOVE JR-LOG-RUN-ID     TO RL-RUN-ID
           MOVE 'STKGLJ1 '        TO RL-STEP-NAME
           MOVE JR-LOG-DATE       TO RL-LOG-DATE
           MOVE JR-LOG-TIME       TO RL-LOG-TIME
           MOVE RETURN-CODE       TO RL-RETURN-CODE
           MOVE JR-OUT-READ-COUNT TO RL-RECS-IN
           MOVE JR-ENTRY-COUNT    TO RL-RECS-OUT
           MOVE JR-UNM-LINE-COUNT TO RL-RECS-REJECTED
           MOVE JR-WO-READ-COUNT  TO RL-RECS-SUSPENDED
           MOVE JR-NET-ACTIVITY   TO RL-AMOUNT-TOTAL
           WRITE RLREC
           IF RL-FILE-STATUS NOT = '00'
              MOVE 'RUNLOG'   TO JR-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 45-LOG-ABEND THRU 45-LOG-ABEND-EXIT
           END-IF
           CLOSE RUNLOG.

       45-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE RUN LOG - THE
      *                         MAIN FILES ARE ALREADY CLOSED, SO
      *                         ONLY RUNLOG ITSELF IS CLOSED HERE.
       45-LOG-ABEND.
           DISPLAY 'STKGLJ1 - FATAL ERROR ON ' JR-ERROR-FILE-ID
                   ' - STATUS = ' JR-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RUNLOG
           STOP RUN.

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
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE JR-STEP-NAME TO BC-STEP-NAME
           MOVE JR-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO JR-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO JR-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO JR-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE JR-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE JR-LOG-RUN-ID    TO BC-STEP-RUN-ID
           MOVE JR-LOG-DATE      TO BC-STEP-DATE
           MOVE JR-LOG-TIME      TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKGLJ1 - FATAL ERROR ON ' JR-ERROR-FILE-ID
                   ' - STATUS = ' JR-ERROR-STATUS
           DISPLAY 'STKGLJ1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' JR-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKGLJ1 - FATAL ERROR ON ' JR-ERROR-FILE-ID
                   ' - STATUS = ' JR-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE OUTFILE WRTOFF GLMAP GLJRNL GLRPT
           STOP RUN.

       90-EXIT.
           EXIT.
