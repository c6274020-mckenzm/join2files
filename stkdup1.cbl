      *-------------------------------------------------------------*
      *  STKDUP1 : CROSS-GENERATION DUPLICATE CHECK BETWEEN THE JOIN *
      *            AND STKPOST1. THE RUN REGISTRY STOPS THE SAME     *
      *            GENERATION BEING JOINED OR POSTED TWICE, BUT NOT  *
      *            AN UPSTREAM EXTRACT THAT RESENDS OLD DETAIL       *
      *            RECORDS INSIDE A BRAND-NEW GENERATION. EVERY      *
      *            OUTREC IN THE JUST-JOINED OUTFILE GENERATION IS   *
      *            CHECKED AGAINST THE TRANSACTION HISTORY           *
      *            (TRANHIST) FOR ITS ACCOUNT: A HISTORY RECORD WITH *
      *            THE SAME DETAIL TRAN DATE AND THE SAME LINE ITEMS *
      *            - SAME COUNT, AND THE SAME ITEM CODE AND AMOUNT   *
      *            IN EVERY POSITION - MAKES IT A SUSPECTED          *
      *            DUPLICATE. SUSPECTS ARE HELD ON THE DUPLICATE-    *
      *            HOLD FILE (DUPHOLD GDG, OUTFILE LAYOUT) AND ARE   *
      *            NOT POSTED; EVERYTHING ELSE IS COPIED UNCHANGED   *
      *            TO THE POSTING INPUT (POSTIN GDG) THAT STKPOST1   *
      *            POSTS AND STKGLJ1 JOURNALS. THE REVIEW REPORT     *
      *            (DUPRPT) SHOWS EACH SUSPECT BESIDE THE HISTORY    *
      *            RECORD IT MATCHED, WITH THAT RECORD'S ORIGINAL    *
      *            RUN-ID.                                           *
      *            HELD RECORDS CARRY FORWARD FROM NIGHT TO NIGHT    *
      *            (DUPOLD IN, DUPNEW OUT) UNTIL AN OPERATOR CARD    *
      *            (DUPREL) DISPOSES OF THEM:                        *
      *              R - RELEASE: A GENUINE REPEAT TRANSACTION. IT   *
      *                  IS WRITTEN TO TONIGHT'S POSTING INPUT,      *
      *                  AFTER TONIGHT'S OWN RECORDS, RESTAMPED WITH *
      *                  TONIGHT'S AUDIT SEGMENT SO IT POSTS AND     *
      *                  LOADS TO HISTORY AS PART OF THIS RUN. THE   *
      *                  REVIEW REPORT KEEPS THE RUN-ID IT CAME IN   *
      *                  UNDER. IF TONIGHT'S OUTFILE IS EMPTY THERE  *
      *                  IS NO STAMP TO POST UNDER - THE RECORD STAYS *
      *                  HELD AND THE CARD MUST BE SENT AGAIN.       *
      *              D - DISCARD: A CONFIRMED DUPLICATE. IT DROPS    *
      *                  OFF THE HOLD FILE AND IS NEVER POSTED.      *
      *            RELEASE CARD LAYOUT (80 BYTES):                   *
      *              1      ACTION (R OR D)                          *
      *              2-5    ACCOUNT KEY                              *
      *              6-13   DETAIL TRAN DATE (CCYYMMDD)              *
      *              14-25  RUN-ID THE HELD RECORD CAME IN UNDER     *
      *              26-33  REQUESTER USER-ID                        *
      *              34-80  REASON                                   *
      *            A CARD ACTS ON EVERY HELD RECORD WITH THAT KEY,   *
      *            DATE AND RUN-ID. A CARD IS ONLY MATCHED AGAINST   *
      *            RECORDS HELD ON AN EARLIER NIGHT - A SUSPECT      *
      *            CAUGHT TONIGHT IS HELD AT LEAST ONE NIGHT, SO IT  *
      *            IS SEEN ON THE REPORT BEFORE IT CAN BE RELEASED.  *
      *            RETURN CODES: 0 = NOTHING HELD AND EVERY CARD     *
      *            APPLIED, 4 = RECORDS HELD OR A CARD REFUSED OR    *
      *            UNMATCHED (SEE THE REVIEW REPORT), 16 = I/O ERROR *
      *            OR MORE THAN 200 RELEASE CARDS.                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKDUP1'.

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
           SELECT TRANHIST ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS TH-FILE-STATUS.
           SELECT DUPOLD  ASSIGN TO UT-S-DUPOLD
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT DUPREL  ASSIGN TO UT-S-DUPREL
               FILE STATUS IS REL-FILE-STATUS.
           SELECT POSTIN  ASSIGN TO UT-S-POSTIN
               FILE STATUS IS PI-FILE-STATUS.
           SELECT DUPNEW  ASSIGN TO UT-S-DUPNEW
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT DUPRPT  ASSIGN TO UT-S-DUPRPT
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
      *                          LENGTH ARRIVING IN DU-REC-LENGTH
      *                          FROM THE RECORD VARYING CLAUSE -
      *                          THE SAME READER PATTERN STKPOST1
      *                          USES.
       FD  OUTFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON DU-REC-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DU-RECORD.
       01  DU-RECORD.
           05 DU-1ST-HALF.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==OH-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==OH-TRAN-DATE==.
           05 DU-2ND-HALF.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==OD-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==OD-TRAN-DATE==.
           05 DU-AUDIT.
              COPY STKAUDIT REPLACING
                 ==STK-RUN-ID==         BY ==OA-RUN-ID==
                 ==STK-RUN-DATE==       BY ==OA-RUN-DATE==
                 ==STK-RUN-TIME==       BY ==OA-RUN-TIME==
                 ==STK-IN1-GENERATION== BY ==OA-IN1-GENERATION==
                 ==STK-IN2-GENERATION== BY ==OA-IN2-GENERATION==.
           05 DU-LINE-COUNT               PIC 9(02).
           05 DU-LINE-ITEM OCCURS 10 TIMES.
              COPY STKLINE REPLACING
                 ==STK-ITEM-CODE==   BY ==DU-ITEM-CODE==
                 ==STK-ITEM-AMOUNT== BY ==DU-ITEM-AMOUNT==.

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

      *                          RECORDS HELD ON EARLIER NIGHTS -
      *                          OUTFILE LAYOUT, MOVED WHOLE INTO
      *                          DU-HELD-WORK TO BE LOOKED AT.
       FD  DUPOLD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON DU-OLD-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS HO-RECORD.
       01  HO-RECORD                      PIC X(170).

      *                          ONE RELEASE CARD - SEE THE LAYOUT
      *                          IN THE PROGRAM BANNER.
       FD  DUPREL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RC-RECORD.
       01  RC-RECORD.
           05 RC-ACTION                   PIC X(01).
              88 RC-RELEASE                    VALUE 'R'.
              88 RC-DISCARD                    VALUE 'D'.
           05 RC-ACCOUNT-KEY              PIC X(04).
           05 RC-DTL-DATE-X               PIC X(08).
           05 RC-RUN-ID                   PIC X(12).
           05 RC-REQUESTER                PIC X(08).
           05 RC-REASON                   PIC X(47).

      *                          TONIGHT'S POSTING INPUT - THE
      *                          OUTRECS THAT PASSED, THEN ANY
      *                          RELEASED RECORDS. AN OUTFILE IN
      *                          EVERY RESPECT.
       FD  POSTIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON DU-OUT-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PI-RECORD.
       01  PI-RECORD                      PIC X(170).

       FD  DUPNEW
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON DU-OUT-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS HN-RECORD.
       01  HN-RECORD                      PIC X(170).

       FD  DUPRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DU-PRINT-REC.
       01  DU-PRINT-REC                   PIC X(133).

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
           05 END-OF-OLD-IND      PIC X VALUE SPACE.
              88 SW-END-OF-OLD          VALUE 'Y'.
           05 END-OF-CARDS-IND    PIC X VALUE SPACE.
              88 SW-END-OF-CARDS        VALUE 'Y'.
           05 END-OF-HIST-IND     PIC X VALUE SPACE.
              88 SW-END-OF-HIST         VALUE 'Y'.
           05 DU-MATCH-IND        PIC X VALUE SPACE.
              88 DU-MATCH-FOUND         VALUE 'Y'.
           05 DU-ITEMS-SAME-IND   PIC X VALUE SPACE.
              88 DU-ITEMS-SAME          VALUE 'Y'.
           05 DU-STAMP-IND        PIC X VALUE 'N'.
              88 DU-STAMP-KNOWN         VALUE 'Y'.

       01  DU-REC-LENGTH          PIC 9(03) COMP.
       01  DU-OLD-LENGTH          PIC 9(03) COMP.
       01  DU-OUT-LENGTH          PIC 9(03) COMP.
       01  DU-LINE-INDEX          PIC 9(02) COMP.
       01  DU-RECORD-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.

      *                          TONIGHT'S AUDIT SEGMENT, TAKEN FROM
      *                          THE FIRST OUTREC - STAMPED ON EVERY
      *                          RELEASED RECORD.
       01  DU-CURRENT-STAMP.
           COPY STKAUDIT REPLACING
              ==STK-RUN-ID==         BY ==CS-RUN-ID==
              ==STK-RUN-DATE==       BY ==CS-RUN-DATE==
              ==STK-RUN-TIME==       BY ==CS-RUN-TIME==
              ==STK-IN1-GENERATION== BY ==CS-IN1-GENERATION==
              ==STK-IN2-GENERATION== BY ==CS-IN2-GENERATION==.

      *                          ONE HELD RECORD BEING LOOKED AT -
      *                          THE OUTFILE LAYOUT AGAIN.
       01  DU-HELD-WORK.
           05 HW-1ST-HALF.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==HW-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==HW-TRAN-DATE==.
           05 HW-2ND-HALF.
              COPY STKREC2 REPLACING
                 ==STK-ACCOUNT-KEY== BY ==HW-DTL-ACCOUNT-KEY==
                 ==STK-TRAN-DATE==   BY ==HW-DTL-DATE==.
           05 HW-AUDIT.
              COPY STKAUDIT REPLACING
                 ==STK-RUN-ID==         BY ==HW-RUN-ID==
                 ==STK-RUN-DATE==       BY ==HW-RUN-DATE==
                 ==STK-RUN-TIME==       BY ==HW-RUN-TIME==
                 ==STK-IN1-GENERATION== BY ==HW-IN1-GENERATION==
                 ==STK-IN2-GENERATION== BY ==HW-IN2-GENERATION==.
           05 HW-LINE-COUNT               PIC 9(02).
           05 HW-LINE-ITEM OCCURS 10 TIMES.
              COPY STKLINE REPLACING
                 ==STK-ITEM-CODE==   BY ==HW-ITEM-CODE==
                 ==STK-ITEM-AMOUNT== BY ==HW-ITEM-AMOUNT==.

      *                          THE RELEASE CARDS IN MEMORY - EACH
      *                          CARD WITH A COUNT OF THE HELD
      *                          RECORDS IT ACTED ON, OR THE REASON
      *                          IT WAS REFUSED.
       01  DU-CARD-TABLE.
           05 DU-CARD-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 DU-CARD-ENTRY OCCURS 200 TIMES.
              10 DU-TBL-ACTION    PIC X(01).
              10 DU-TBL-KEY       PIC X(04).
              10 DU-TBL-DTL-DATE  PIC X(08).
              10 DU-TBL-RUN-ID    PIC X(12).
              10 DU-TBL-REQUESTER PIC X(08).
              10 DU-TBL-HITS      PIC 9(08) COMP-3.
              10 DU-TBL-REFUSE    PIC X(40).

       01  DU-CARD-INDEX          PIC 9(04) COMP VALUE ZERO.
       01  DU-CARD-HIT            PIC 9(04) COMP VALUE ZERO.
       01  DU-REFUSE-REASON       PIC X(40) VALUE SPACE.

       01  DU-CHECK-TOTALS.
           05 DU-READ-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-PASSED-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-HELD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-OLD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-RELEASED-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-DISCARDED-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-DEFERRED-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-CARRIED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-CARD-READ-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-CARD-BAD-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-CARD-IDLE-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-HIST-READ-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-POSTIN-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 DU-AMOUNT-READ      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 DU-AMOUNT-PASSED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 DU-AMOUNT-HELD      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 DU-AMOUNT-RELEASED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 DU-AMOUNT-POSTIN    PIC S9(11)V99 COMP-3 VALUE ZERO.

      *                          REVIEW REPORT - A SUSPECT PRINTS AS
      *                          A PAIR OF LINES, THE NEW OUTREC
      *                          OVER THE HISTORY RECORD IT MATCHED.
       01  DU-PAIR-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DU-PRT-SOURCE       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-KEY          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-TRAN-DATE    PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-DTL-DATE     PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-RUN-ID       PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-RUN-DATE     PIC 9(06).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-SEQ          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-ITEMS        PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-PRT-NOTE         PIC X(30).
           05 FILLER              PIC X(12) VALUE SPACE.

      *                          ONE LINE PER RELEASE CARD.
       01  DU-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DU-CRD-IMAGE        PIC X(80).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 DU-CRD-RESULT       PIC X(50).

       01  DU-PRT-COUNT           PIC ZZZ,ZZ9.
       01  DU-PRT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  DU-PRT-SEQ-WORK        PIC 9(04).

       01  DU-LOG-WORK.
           05 DU-LOG-DATE         PIC 9(06) VALUE ZERO.
           05 DU-LOG-TIME         PIC 9(08) VALUE ZERO.

       01  DU-FILE-STATUSES.
           05 OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 TH-FILE-STATUS      PIC X(02) VALUE '00'.
           05 OLD-FILE-STATUS     PIC X(02) VALUE '00'.
           05 REL-FILE-STATUS     PIC X(02) VALUE '00'.
           05 PI-FILE-STATUS      PIC X(02) VALUE '00'.
           05 NEW-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  DU-BUSINESS-CONTROL.
           05 DU-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 DU-STEP-NAME        PIC X(08) VALUE 'STKDUP1 '.
           05 DU-STEP-QUAL        PIC X(04) VALUE SPACE.

       01  DU-ERROR-INFO.
           05 DU-ERROR-FILE-ID    PIC X(08).
           05 DU-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *-------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-CHECK-OUTREC THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 15-PRINT-HELD-HEADINGS THRU 15-HELD-EXIT
           PERFORM 40-DISPOSE-HELD THROUGH 40-EXIT
              UNTIL SW-END-OF-OLD
           PERFORM 30-FINISH.

       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT OUTFILE
           IF OUT-FILE-STATUS NOT = '00'
              MOVE 'OUTFILE'  TO DU-ERROR-FILE-ID
              MOVE OUT-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT TRANHIST
           IF TH-FILE-STATUS NOT = '00'
              MOVE 'TRANHIST' TO DU-ERROR-FILE-ID
              MOVE TH-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT DUPOLD
           IF OLD-FILE-STATUS NOT = '00'
              MOVE 'DUPOLD'   TO DU-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT DUPREL
           IF REL-FILE-STATUS NOT = '00'
              MOVE 'DUPREL'   TO DU-ERROR-FILE-ID
              MOVE REL-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT POSTIN
           IF PI-FILE-STATUS NOT = '00'
              MOVE 'POSTIN'   TO DU-ERROR-FILE-ID
              MOVE PI-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT DUPNEW
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'DUPNEW'   TO DU-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT DUPRPT
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'DUPRPT'   TO DU-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-LOAD-CARDS THRU 12-EXIT
           PERFORM 25-READ-OUTFILE THRU 25-EXIT
           IF NOT SW-END-OF-FILE
              MOVE DU-AUDIT TO DU-CURRENT-STAMP
              MOVE 'Y' TO DU-STAMP-IND
           ELSE
              MOVE SPACES TO DU-CURRENT-STAMP
           END-IF
           PERFORM 15-PRINT-HEADINGS THRU 15-EXIT
           PERFORM 26-READ-HELD THRU 26-EXIT.

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
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKDUP1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKDUP1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE 'BD'       TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO DU-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE DU-STEP-NAME TO BC-STEP-NAME
           MOVE DU-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = DU-BUSINESS-DATE
              DISPLAY 'STKDUP1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      DU-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKDUP1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE 'DP'       TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKDUP1 - BUSINESS DATE ' DU-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         LOAD AND EDIT THE RELEASE CARDS. EACH
      *                         IS TABLED AND PRINTED AFTER THE HELD
      *                         RECORDS WITH ITS OUTCOME; A REFUSED
      *                         CARD IS TABLED WITH ITS REASON AND
      *                         NEVER MATCHED.
       12-LOAD-CARDS.
           PERFORM 12-READ-CARD THRU 12-READ-CARD-EXIT
           PERFORM 13-EDIT-CARD THRU 13-EXIT
              UNTIL SW-END-OF-CARDS
           CLOSE DUPREL.

       12-EXIT.
           EXIT.

       12-READ-CARD.
           READ DUPREL
              AT END MOVE 'Y' TO END-OF-CARDS-IND
           END-READ
           IF REL-FILE-STATUS NOT = '00' AND REL-FILE-STATUS NOT = '10'
              MOVE 'DUPREL'   TO DU-ERROR-FILE-ID
              MOVE REL-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       12-READ-CARD-EXIT.
           EXIT.

       13-EDIT-CARD.
           ADD 1 TO DU-CARD-READ-COUNT
           MOVE SPACES TO DU-REFUSE-REASON
           IF NOT RC-RELEASE AND NOT RC-DISCARD
              MOVE 'ACTION MUST BE R OR D' TO DU-REFUSE-REASON
           ELSE
              IF RC-ACCOUNT-KEY = SPACES
                 MOVE 'ACCOUNT KEY MISSING' TO DU-REFUSE-REASON
              ELSE
                 IF RC-DTL-DATE-X NOT NUMERIC
                    MOVE 'DETAIL TRAN DATE NOT NUMERIC'
                      TO DU-REFUSE-REASON
                 ELSE
                    IF RC-RUN-ID = SPACES
                       MOVE 'RUN-ID MISSING' TO DU-REFUSE-REASON
                    ELSE
                       IF RC-REQUESTER = SPACES
                             OR RC-REASON = SPACES
                          MOVE 'REQUESTER AND REASON ARE REQUIRED'
                            TO DU-REFUSE-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF DU-REFUSE-REASON NOT = SPACES
              ADD 1 TO DU-CARD-BAD-COUNT
              DISPLAY 'STKDUP1 - RELEASE CARD REFUSED: ' RC-RECORD
              DISPLAY '          ' DU-REFUSE-REASON
           END-IF
           IF DU-CARD-COUNT NOT < 200
              DISPLAY 'STKDUP1 - MORE THAN 200 RELEASE CARDS'
              MOVE 'DUPREL'   TO DU-ERROR-FILE-ID
              MOVE 'TF'       TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO DU-CARD-COUNT
           MOVE RC-ACTION      TO DU-TBL-ACTION(DU-CARD-COUNT)
           MOVE RC-ACCOUNT-KEY TO DU-TBL-KEY(DU-CARD-COUNT)
           MOVE RC-DTL-DATE-X  TO DU-TBL-DTL-DATE(DU-CARD-COUNT)
           MOVE RC-RUN-ID      TO DU-TBL-RUN-ID(DU-CARD-COUNT)
           MOVE RC-REQUESTER   TO DU-TBL-REQUESTER(DU-CARD-COUNT)
           MOVE ZERO           TO DU-TBL-HITS(DU-CARD-COUNT)
           MOVE DU-REFUSE-REASON TO DU-TBL-REFUSE(DU-CARD-COUNT)
           PERFORM 12-READ-CARD THRU 12-READ-CARD-EXIT.

       13-EXIT.
           EXIT.

       15-PRINT-HEADINGS.
           MOVE SPACES TO DU-PRINT-REC
           STRING ' STKDUP1 - DUPLICATE TRANSACTION REVIEW - RUN '
                     DELIMITED BY SIZE
                  CS-RUN-ID DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO DU-PRINT-REC
           MOVE ' SUSPECTED DUPLICATES HELD TONIGHT - NEW OUTREC OVER '
             TO DU-PRINT-REC
           MOVE 'THE HISTORY RECORD IT MATCHES' TO DU-PRINT-REC(55:29)
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 15-PRINT-COLUMNS THRU 15-COLUMNS-EXIT.

       15-EXIT.
           EXIT.

       15-PRINT-COLUMNS.
           MOVE SPACES TO DU-PRINT-REC
           STRING ' SOURCE    KEY   TRAN DATE DTL DATE  RUN-ID'
                     DELIMITED BY SIZE
                  '        RUN DT  SEQ  ITEMS              AMOUNT'
                     DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       15-COLUMNS-EXIT.
           EXIT.

       15-PRINT-HELD-HEADINGS.
           MOVE SPACES TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO DU-PRINT-REC
           MOVE ' RECORDS HELD ON EARLIER NIGHTS - DISPOSITION'
             TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 15-PRINT-COLUMNS THRU 15-COLUMNS-EXIT.

       15-HELD-EXIT.
           EXIT.

      *                         CHECK ONE OUTREC - A MATCHING HISTORY
      *                         RECORD HOLDS IT, OTHERWISE IT PASSES
      *                         TO THE POSTING INPUT UNCHANGED.
       20-CHECK-OUTREC.
           ADD 1 TO DU-READ-COUNT
           MOVE ZERO TO DU-RECORD-AMOUNT
           PERFORM 21-ADD-ITEM-AMOUNT THRU 21-EXIT
              VARYING DU-LINE-INDEX FROM 1 BY 1
                 UNTIL DU-LINE-INDEX > DU-LINE-COUNT
           ADD DU-RECORD-AMOUNT TO DU-AMOUNT-READ
           PERFORM 22-SEARCH-HISTORY THRU 22-EXIT
           MOVE DU-REC-LENGTH TO DU-OUT-LENGTH
           IF DU-MATCH-FOUND
              PERFORM 23-HOLD-OUTREC THRU 23-EXIT
           ELSE
              MOVE DU-RECORD TO PI-RECORD
              PERFORM 29-WRITE-POSTIN THRU 29-EXIT
              ADD 1 TO DU-PASSED-COUNT
              ADD DU-RECORD-AMOUNT TO DU-AMOUNT-PASSED
           END-IF
           PERFORM 25-READ-OUTFILE THRU 25-EXIT.

       20-EXIT.
           EXIT.

       21-ADD-ITEM-AMOUNT.
           ADD DU-ITEM-AMOUNT(DU-LINE-INDEX) TO DU-RECORD-AMOUNT.

       21-EXIT.
           EXIT.

      *                         POSITION TRANHIST AT THE ACCOUNT'S
      *                         FIRST KEY AND READ FORWARD UNTIL A
      *                         MATCH OR THE KEY LEAVES THE ACCOUNT.
      *                         A '23' ON THE START MEANS NOTHING AT
      *                         OR PAST THE ACCOUNT - NO HISTORY, NO
      *                         DUPLICATE.
       22-SEARCH-HISTORY.
           MOVE SPACE TO DU-MATCH-IND
           MOVE SPACE TO END-OF-HIST-IND
           MOVE OH-ACCOUNT-KEY TO TH-ACCOUNT-KEY
           MOVE ZERO           TO TH-TRAN-DATE
           MOVE ZERO           TO TH-SEQ
           START TRANHIST KEY NOT < TH-HIST-KEY
           IF TH-FILE-STATUS = '23'
              GO TO 22-EXIT
           END-IF
           IF TH-FILE-STATUS NOT = '00'
              MOVE 'TRANHIST' TO DU-ERROR-FILE-ID
              MOVE TH-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 27-READ-HISTORY THRU 27-EXIT
           PERFORM 22-COMPARE-HISTORY THRU 22-COMPARE-EXIT
              UNTIL SW-END-OF-HIST OR DU-MATCH-FOUND.

       22-EXIT.
           EXIT.

      *                         SAME DETAIL DATE, SAME LINE COUNT AND
      *                         THE SAME CODE AND AMOUNT ON EVERY
      *                         LINE MAKES A SUSPECTED DUPLICATE. ON
      *                         A MATCH THE HISTORY RECORD IS LEFT IN
      *                         THE RECORD AREA FOR THE REPORT.
       22-COMPARE-HISTORY.
           IF TH-DTL-DATE = OD-TRAN-DATE
                 AND TH-LINE-COUNT = DU-LINE-COUNT
              MOVE 'Y' TO DU-ITEMS-SAME-IND
              PERFORM 22-COMPARE-ITEM THRU 22-COMPARE-ITEM-EXIT
                 VARYING DU-LINE-INDEX FROM 1 BY 1
                    UNTIL DU-LINE-INDEX > DU-LINE-COUNT
                       OR NOT DU-ITEMS-SAME
              IF DU-ITEMS-SAME
                 MOVE 'Y' TO DU-MATCH-IND
                 GO TO 22-COMPARE-EXIT
              END-IF
           END-IF
           PERFORM 27-READ-HISTORY THRU 27-EXIT.

       22-COMPARE-EXIT.
           EXIT.

       22-COMPARE-ITEM.
           IF TH-ITEM-CODE(DU-LINE-INDEX)
                 NOT = DU-ITEM-CODE(DU-LINE-INDEX)
              OR TH-ITEM-AMOUNT(DU-LINE-INDEX)
                 NOT = DU-ITEM-AMOUNT(DU-LINE-INDEX)
              MOVE 'N' TO DU-ITEMS-SAME-IND
           END-IF.

       22-COMPARE-ITEM-EXIT.
           EXIT.

      *                         HOLD THE SUSPECT AND PRINT IT OVER
      *                         THE HISTORY RECORD IT MATCHED.
       23-HOLD-OUTREC.
           MOVE DU-RECORD TO HN-RECORD
           WRITE HN-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'DUPNEW'   TO DU-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO DU-HELD-COUNT
           ADD DU-RECORD-AMOUNT TO DU-AMOUNT-HELD
           MOVE SPACES           TO DU-PAIR-LINE
           MOVE 'NEW'            TO DU-PRT-SOURCE
           MOVE OH-ACCOUNT-KEY   TO DU-PRT-KEY
           MOVE OH-TRAN-DATE     TO DU-PRT-TRAN-DATE
           MOVE OD-TRAN-DATE     TO DU-PRT-DTL-DATE
           MOVE OA-RUN-ID        TO DU-PRT-RUN-ID
           MOVE OA-RUN-DATE      TO DU-PRT-RUN-DATE
           MOVE DU-LINE-COUNT    TO DU-PRT-ITEMS
           MOVE DU-RECORD-AMOUNT TO DU-PRT-AMOUNT
           MOVE 'HELD - NOT POSTED' TO DU-PRT-NOTE
           MOVE DU-PAIR-LINE     TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES           TO DU-PAIR-LINE
           MOVE 'HISTORY'        TO DU-PRT-SOURCE
           MOVE TH-ACCOUNT-KEY   TO DU-PRT-KEY
           MOVE TH-TRAN-DATE     TO DU-PRT-TRAN-DATE
           MOVE TH-DTL-DATE      TO DU-PRT-DTL-DATE
           MOVE TH-RUN-ID        TO DU-PRT-RUN-ID
           MOVE TH-RUN-DATE      TO DU-PRT-RUN-DATE
           MOVE TH-SEQ           TO DU-PRT-SEQ-WORK
           MOVE DU-PRT-SEQ-WORK  TO DU-PRT-SEQ
           MOVE TH-LINE-COUNT    TO DU-PRT-ITEMS
           MOVE DU-RECORD-AMOUNT TO DU-PRT-AMOUNT
           MOVE 'ORIGINAL - ALREADY POSTED' TO DU-PRT-NOTE
           MOVE DU-PAIR-LINE     TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       23-EXIT.
           EXIT.

       25-READ-OUTFILE.
           READ OUTFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF OUT-FILE-STATUS NOT = '00' AND OUT-FILE-STATUS NOT = '10'
              MOVE 'OUTFILE'  TO DU-ERROR-FILE-ID
              MOVE OUT-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-READ-HELD.
           READ DUPOLD
              AT END MOVE 'Y' TO END-OF-OLD-IND
           END-READ
           IF OLD-FILE-STATUS NOT = '00' AND OLD-FILE-STATUS NOT = '10'
              MOVE 'DUPOLD'   TO DU-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO DU-ERROR-STATUS
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
              MOVE 'TRANHIST' TO DU-ERROR-FILE-ID
              MOVE TH-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-HIST
              IF TH-ACCOUNT-KEY NOT = OH-ACCOUNT-KEY
                 MOVE 'Y' TO END-OF-HIST-IND
              ELSE
                 ADD 1 TO DU-HIST-READ-COUNT
              END-IF
           END-IF.

       27-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE DU-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'DUPRPT'   TO DU-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       29-WRITE-POSTIN.
           WRITE PI-RECORD
           IF PI-FILE-STATUS NOT = '00'
              MOVE 'POSTIN'   TO DU-ERROR-FILE-ID
              MOVE PI-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO DU-POSTIN-COUNT.

       29-EXIT.
           EXIT.

      *                         ONE RECORD HELD ON AN EARLIER NIGHT -
      *                         LOOK FOR A CARD THAT NAMES IT AND
      *                         RELEASE, DISCARD OR CARRY IT FORWARD.
       40-DISPOSE-HELD.
           ADD 1 TO DU-OLD-COUNT
           MOVE SPACES TO DU-HELD-WORK
           MOVE HO-RECORD(1:DU-OLD-LENGTH) TO DU-HELD-WORK
           MOVE DU-OLD-LENGTH TO DU-OUT-LENGTH
           MOVE ZERO TO DU-RECORD-AMOUNT
           PERFORM 41-ADD-HELD-AMOUNT THRU 41-EXIT
              VARYING DU-LINE-INDEX FROM 1 BY 1
                 UNTIL DU-LINE-INDEX > HW-LINE-COUNT
           MOVE ZERO TO DU-CARD-HIT
           PERFORM 42-FIND-CARD THRU 42-EXIT
              VARYING DU-CARD-INDEX FROM 1 BY 1
                 UNTIL DU-CARD-INDEX > DU-CARD-COUNT
                    OR DU-CARD-HIT > ZERO
           MOVE SPACES           TO DU-PAIR-LINE
           MOVE 'HELD'           TO DU-PRT-SOURCE
           MOVE HW-ACCOUNT-KEY   TO DU-PRT-KEY
           MOVE HW-TRAN-DATE     TO DU-PRT-TRAN-DATE
           MOVE HW-DTL-DATE      TO DU-PRT-DTL-DATE
           MOVE HW-RUN-ID        TO DU-PRT-RUN-ID
           MOVE HW-RUN-DATE      TO DU-PRT-RUN-DATE
           MOVE HW-LINE-COUNT    TO DU-PRT-ITEMS
           MOVE DU-RECORD-AMOUNT TO DU-PRT-AMOUNT
           IF DU-CARD-HIT = ZERO
              PERFORM 44-CARRY-HELD THRU 44-EXIT
              MOVE 'STILL HELD' TO DU-PRT-NOTE
           ELSE
              ADD 1 TO DU-TBL-HITS(DU-CARD-HIT)
              IF DU-TBL-ACTION(DU-CARD-HIT) = 'D'
                 ADD 1 TO DU-DISCARDED-COUNT
                 MOVE SPACES TO DU-PRT-NOTE
                 STRING 'DISCARDED BY ' DELIMITED BY SIZE
                        DU-TBL-REQUESTER(DU-CARD-HIT)
                           DELIMITED BY SIZE
                    INTO DU-PRT-NOTE
              ELSE
                 IF DU-STAMP-KNOWN
                    PERFORM 43-RELEASE-HELD THRU 43-EXIT
                    MOVE SPACES TO DU-PRT-NOTE
                    STRING 'RELEASED BY ' DELIMITED BY SIZE
                           DU-TBL-REQUESTER(DU-CARD-HIT)
                              DELIMITED BY SIZE
                       INTO DU-PRT-NOTE
                 ELSE
                    PERFORM 44-CARRY-HELD THRU 44-EXIT
                    ADD 1 TO DU-DEFERRED-COUNT
                    MOVE 'NO RUN TONIGHT - SEND AGAIN'
                      TO DU-PRT-NOTE
                 END-IF
              END-IF
           END-IF
           MOVE DU-PAIR-LINE TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 26-READ-HELD THRU 26-EXIT.

       40-EXIT.
           EXIT.

       41-ADD-HELD-AMOUNT.
           ADD HW-ITEM-AMOUNT(DU-LINE-INDEX) TO DU-RECORD-AMOUNT.

       41-EXIT.
           EXIT.

       42-FIND-CARD.
           IF DU-TBL-REFUSE(DU-CARD-INDEX) = SPACES
                 AND DU-TBL-KEY(DU-CARD-INDEX) = HW-ACCOUNT-KEY
                 AND DU-TBL-DTL-DATE(DU-CARD-INDEX) = HW-DTL-DATE
                 AND DU-TBL-RUN-ID(DU-CARD-INDEX) = HW-RUN-ID
              MOVE DU-CARD-INDEX TO DU-CARD-HIT
           END-IF.

       42-EXIT.
           EXIT.

      *                         A GENUINE REPEAT - RESTAMP IT WITH
      *                         TONIGHT'S AUDIT SEGMENT AND ADD IT TO
      *                         THE POSTING INPUT BEHIND TONIGHT'S
      *                         OWN RECORDS.
       43-RELEASE-HELD.
           MOVE DU-CURRENT-STAMP TO HW-AUDIT
           MOVE DU-HELD-WORK TO PI-RECORD
           PERFORM 29-WRITE-POSTIN THRU 29-EXIT
           ADD 1 TO DU-RELEASED-COUNT
           ADD DU-RECORD-AMOUNT TO DU-AMOUNT-RELEASED.

       43-EXIT.
           EXIT.

       44-CARRY-HELD.
           MOVE HO-RECORD TO HN-RECORD
           WRITE HN-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'DUPNEW'   TO DU-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO DU-CARRIED-COUNT.

       44-EXIT.
           EXIT.

       30-FINISH.
           PERFORM 32-PRINT-CARDS THRU 32-EXIT
           PERFORM 34-PRINT-TOTALS THRU 34-EXIT
           CLOSE OUTFILE TRANHIST DUPOLD POSTIN DUPNEW DUPRPT
           COMPUTE DU-AMOUNT-POSTIN = DU-AMOUNT-PASSED
                                    + DU-AMOUNT-RELEASED
           DISPLAY '***** STKDUP1 DUPLICATE CHECK TOTALS *****'
           DISPLAY 'OUTFILE RECORDS READ ..... ' DU-READ-COUNT
           DISPLAY 'PASSED TO POSTING ........ ' DU-PASSED-COUNT
           DISPLAY 'HELD AS DUPLICATES ....... ' DU-HELD-COUNT
           DISPLAY 'AMOUNT HELD .............. ' DU-AMOUNT-HELD
           DISPLAY 'EARLIER HOLDS READ ....... ' DU-OLD-COUNT
           DISPLAY '  RELEASED TO POSTING .... ' DU-RELEASED-COUNT
           DISPLAY '  DISCARDED .............. ' DU-DISCARDED-COUNT
           DISPLAY '  STILL HELD ............. ' DU-CARRIED-COUNT
           DISPLAY 'RELEASE CARDS READ ....... ' DU-CARD-READ-COUNT
           DISPLAY '  REFUSED ................ ' DU-CARD-BAD-COUNT
           DISPLAY '  MATCHED NOTHING ........ ' DU-CARD-IDLE-COUNT
           DISPLAY 'POSTING INPUT WRITTEN .... ' DU-POSTIN-COUNT
           DISPLAY 'POSTING INPUT AMOUNT ..... ' DU-AMOUNT-POSTIN
           IF DU-PASSED-COUNT + DU-HELD-COUNT = DU-READ-COUNT
                 AND DU-RELEASED-COUNT + DU-DISCARDED-COUNT
                     + DU-CARRIED-COUNT = DU-OLD-COUNT
              DISPLAY 'CHECK OK - EVERY RECORD PASSED, HELD OR '
                      'DISPOSED OF'
           ELSE
              DISPLAY '*** WARNING - RECORD COUNTS DO NOT FOOT ***'
           END-IF
           IF DU-HELD-COUNT > ZERO
                 OR DU-CARD-BAD-COUNT > ZERO
                 OR DU-CARD-IDLE-COUNT > ZERO
              DISPLAY '*** WARNING - SEE THE DUPLICATE REVIEW '
                      'REPORT ***'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 45-WRITE-RUN-LOG THRU 45-LOG-EXIT
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

      *                         EVERY CARD WITH THE NUMBER OF HELD
      *                         RECORDS IT ACTED ON - ONE THAT WAS
      *                         REFUSED OR FOUND NOTHING IS FLAGGED.
       32-PRINT-CARDS.
           MOVE SPACES TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO DU-PRINT-REC
           MOVE ' RELEASE CARDS READ' TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 33-PRINT-CARD THRU 33-EXIT
              VARYING DU-CARD-INDEX FROM 1 BY 1
                 UNTIL DU-CARD-INDEX > DU-CARD-COUNT.

       32-EXIT.
           EXIT.

       33-PRINT-CARD.
           MOVE SPACES TO DU-CARD-LINE
           STRING DU-TBL-ACTION(DU-CARD-INDEX)    DELIMITED BY SIZE
                  DU-TBL-KEY(DU-CARD-INDEX)       DELIMITED BY SIZE
                  DU-TBL-DTL-DATE(DU-CARD-INDEX)  DELIMITED BY SIZE
                  DU-TBL-RUN-ID(DU-CARD-INDEX)    DELIMITED BY SIZE
                  DU-TBL-REQUESTER(DU-CARD-INDEX) DELIMITED BY SIZE
              INTO DU-CRD-IMAGE
           IF DU-TBL-REFUSE(DU-CARD-INDEX) NOT = SPACES
              STRING '** REFUSED - ' DELIMITED BY SIZE
                     DU-TBL-REFUSE(DU-CARD-INDEX) DELIMITED BY SIZE
                 INTO DU-CRD-RESULT
              GO TO 33-PRINT-LINE
           END-IF
           IF DU-TBL-HITS(DU-CARD-INDEX) = ZERO
              MOVE '** MATCHED NO HELD RECORD' TO DU-CRD-RESULT
              ADD 1 TO DU-CARD-IDLE-COUNT
           ELSE
              MOVE DU-TBL-HITS(DU-CARD-INDEX) TO DU-PRT-COUNT
              STRING 'HELD RECORDS ACTED ON ' DELIMITED BY SIZE
                     DU-PRT-COUNT             DELIMITED BY SIZE
                 INTO DU-CRD-RESULT
           END-IF.

       33-PRINT-LINE.
           MOVE DU-CARD-LINE TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       33-EXIT.
           EXIT.

       34-PRINT-TOTALS.
           MOVE SPACES TO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE DU-READ-COUNT TO DU-PRT-COUNT
           MOVE DU-AMOUNT-READ TO DU-PRT-TOTAL
           MOVE SPACES TO DU-PRINT-REC
           STRING ' OUTFILE RECORDS READ ..... ' DELIMITED BY SIZE
                  DU-PRT-COUNT                   DELIMITED BY SIZE
                  '   AMOUNT '                   DELIMITED BY SIZE
                  DU-PRT-TOTAL                   DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE DU-HELD-COUNT TO DU-PRT-COUNT
           MOVE DU-AMOUNT-HELD TO DU-PRT-TOTAL
           MOVE SPACES TO DU-PRINT-REC
           STRING ' HELD AS DUPLICATES ....... ' DELIMITED BY SIZE
                  DU-PRT-COUNT                   DELIMITED BY SIZE
                  '   AMOUNT '                   DELIMITED BY SIZE
                  DU-PRT-TOTAL                   DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE DU-RELEASED-COUNT TO DU-PRT-COUNT
           MOVE DU-AMOUNT-RELEASED TO DU-PRT-TOTAL
           MOVE SPACES TO DU-PRINT-REC
           STRING ' RELEASED TO POSTING ...... ' DELIMITED BY SIZE
                  DU-PRT-COUNT                   DELIMITED BY SIZE
                  '   AMOUNT '                   DELIMITED BY SIZE
                  DU-PRT-TOTAL                   DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE DU-DISCARDED-COUNT TO DU-PRT-COUNT
           MOVE SPACES TO DU-PRINT-REC
           STRING ' DISCARDED ................ ' DELIMITED BY SIZE
                  DU-PRT-COUNT                   DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE DU-CARRIED-COUNT TO DU-PRT-COUNT
           MOVE SPACES TO DU-PRINT-REC
           STRING ' STILL HELD ............... ' DELIMITED BY SIZE
                  DU-PRT-COUNT                   DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE DU-POSTIN-COUNT TO DU-PRT-COUNT
           COMPUTE DU-PRT-TOTAL = DU-AMOUNT-PASSED
                                + DU-AMOUNT-RELEASED
           MOVE SPACES TO DU-PRINT-REC
           STRING ' POSTING INPUT WRITTEN .... ' DELIMITED BY SIZE
                  DU-PRT-COUNT                   DELIMITED BY SIZE
                  '   AMOUNT '                   DELIMITED BY SIZE
                  DU-PRT-TOTAL                   DELIMITED BY SIZE
              INTO DU-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       34-EXIT.
           EXIT.

      *                         APPEND THE COMPLETION RECORD TO THE
      *                         SHARED RUN-LOG - OUTFILE RECORDS IN,
      *                         POSTING INPUT OUT, NEW HOLDS AS
      *                         REJECTED, RELEASES AS SUSPENDED, AND
      *                         THE POSTING INPUT AMOUNT.
       45-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF RL-FILE-STATUS NOT = '00'
              MOVE 'RUNLOG'   TO DU-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 45-LOG-ABEND THRU 45-LOG-ABEND-EXIT
           END-IF
           ACCEPT DU-LOG-DATE FROM DATE
           ACCEPT DU-LOG-TIME FROM TIME
           MOVE SPACES             TO RLREC
           MOVE CS-RUN-ID          TO RL-RUN-ID
           MOVE 'STKDUP1 '         TO RL-STEP-NAME
           MOVE DU-LOG-DATE        TO RL-LOG-DATE
           MOVE DU-LOG-TIME        TO RL-LOG-TIME
           MOVE RETURN-CODE        TO RL-RETURN-CODE
           MOVE DU-READ-COUNT      TO RL-RECS-IN
           MOVE DU-POSTIN-COUNT    TO RL-RECS-OUT
           MOVE DU-HELD-COUNT      TO RL-RECS-REJECTED
           MOVE DU-RELEASED-COUNT  TO RL-RECS-SUSPENDED
           MOVE DU-AMOUNT-POSTIN   TO RL-AMOUNT-TOTAL
           WRITE RLREC
           IF RL-FILE-STATUS NOT = '00'
              MOVE 'RUNLOG'   TO DU-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 45-LOG-ABEND THRU 45-LOG-ABEND-EXIT
           END-IF
           CLOSE RUNLOG.

       45-LOG-EXIT.
           EXIT.

       45-LOG-ABEND.
           DISPLAY 'STKDUP1 - FATAL ERROR ON ' DU-ERROR-FILE-ID
                   ' - STATUS = ' DU-ERROR-STATUS
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
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE DU-STEP-NAME TO BC-STEP-NAME
           MOVE DU-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO DU-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO DU-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO DU-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE DU-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE CS-RUN-ID        TO BC-STEP-RUN-ID
           MOVE DU-LOG-DATE      TO BC-STEP-DATE
           MOVE DU-LOG-TIME      TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKDUP1 - FATAL ERROR ON ' DU-ERROR-FILE-ID
                   ' - STATUS = ' DU-ERROR-STATUS
           DISPLAY 'STKDUP1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' DU-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKDUP1 - FATAL ERROR ON ' DU-ERROR-FILE-ID
                   ' - STATUS = ' DU-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE OUTFILE TRANHIST DUPOLD DUPREL POSTIN DUPNEW DUPRPT
           STOP RUN.

       90-EXIT.
           EXIT.
