      *                 THAT IS INACTIVE, OR NOT YET EFFECTIVE ON   *
      *                 THE DETAIL'S TRAN DATE, IS KEPT BUT         *
      *                 COUNTED AND WARNED AT END OF RUN            *
      *               - A DETAIL TRAN DATE LATER THAN THE CURRENT   *
      *                 BUSINESS DATE IS KEPT BUT COUNTED AND       *
      *                 WARNED AT END OF RUN                        *
      *             AN UPSTREAM TRAILER IS SIPHONED OFF, VALIDATED, *
      *             AND BALANCED AGAINST THE RAW RECORDS READ; THE  *
      *             CLEAN COPIES ALWAYS GET A FRESH TRAILER BUILT   *
      *             FROM THE KEPT COUNTS AND AMOUNTS, SO THE JOIN   *
      *             STEP'S OWN TRAILER BALANCE HOLDS EVEN AFTER     *
      *             REJECTS.                                        *
      *             CORRECTED REJECTS COME BACK THROUGH THE SAME    *
      *             EDITS: STKRJM1 RELEASES EACH CORRECTION ONTO    *
      *             THE RE-ENTRY FILES (REENTR1/REENTR2) IN KEY     *
      *             ORDER, AND THIS PROGRAM MERGES THEM INTO THE    *
      *             RAW STREAMS LOWEST KEY FIRST, SO THE CLEAN      *
      *             COPIES STAY IN SEQUENCE. RE-ENTERED RECORDS ARE *
      *             COUNTED APART FROM THE RAW ONES (THE UPSTREAM   *
      *             TRAILERS KNOW NOTHING OF THEM), AND ONE THAT    *
      *             FAILS AGAIN IS REJECTED CARRYING ITS PENDING-   *
      *             REJECT ID SO STKRJM1 PUTS IT BACK ON THE SAME   *
      *             PENDING ENTRY.                                  *
      *             APPROVED MANUAL ADJUSTMENTS RELEASED BY STKADJ1 *
      *             (ADJREL - INFILE2 FORMAT, RECORD TYPE 'A', KEY  *
      *             ORDER) ARE MERGED IN THE SAME WAY AND PUT       *
      *             THROUGH THE SAME EDITS. THEY KEEP THEIR 'A'     *
      *             TYPE ON THE CLEAN COPY SO THE JOIN CAN FLAG     *
      *             THEM, AND ARE COUNTED APART FROM BOTH THE RAW   *
      *             AND THE RE-ENTERED RECORDS. A RAW RECORD TYPED  *
      *             'A' IS REJECTED - ONLY STKADJ1 MAY RAISE ONE.   *
      *             THE RELEASE FILE LEADS WITH A CONTROL RECORD    *
      *             (SEE STKADJH): ONE RELEASED FOR ANOTHER         *
      *             BUSINESS DATE IS NOT TAKEN AT ALL (RC 4), AND   *
      *             THE DETAILS TAKEN MUST BALANCE TO ITS COUNT AND *
      *             AMOUNT (RC 8 IF NOT, AS FOR A TRAILER).         *
      *             THE BUSINESS DATE COMES FROM THE BUSCTL CONTROL *
      *             FILE; THE STEP REFUSES TO RUN A SECOND TIME FOR *
      *             THE SAME BUSINESS DATE UNTIL IT IS RELEASED     *
      *             THROUGH STKBDMJ.                                *
      *             RETURN CODES: 0 = ALL CLEAN, 4 = ONE OR MORE    *
      *             RECORDS REJECTED (CLEAN FILES STILL USABLE),    *
      *             8 = UPSTREAM TRAILER OUT OF BALANCE (POSSIBLE   *
      *             TRUNCATED EXTRACT - JOIN MUST NOT RUN),         *
      *             16 = I/O ERROR OR RERUN REFUSED.                *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
               FILE STATUS IS ITM-FILE-STATUS.
           SELECT RUNLOG  ASSIGN TO UT-S-RUNLOG
               FILE STATUS IS RL-FILE-STATUS.
           SELECT REENTR1 ASSIGN TO UT-S-REENTR1
               FILE STATUS IS RE1-FILE-STATUS.
           SELECT REENTR2 ASSIGN TO UT-S-REENTR2
               FILE STATUS IS RE2-FILE-STATUS.
           SELECT ADJREL  ASSIGN TO UT-S-ADJREL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       01  E2-RECORD.
           05 E2-RECORD-TYPE              PIC X(01).
              88 E2-DETAIL-REC                 VALUE 'D'.
              88 E2-ADJUST-REC                 VALUE 'A'.
              88 E2-TRAILER-REC                VALUE 'T'.
           05 E2-ACCOUNT-KEY              PIC X(04).
           05 E2-TRAN-DATE-X              PIC X(08).

      *                          ONE REJECT RECORD PER BAD INPUT
      *                          RECORD - WHICH FILE IT CAME FROM, A
      *                          TWO-BYTE REASON CODE, THE PENDING-
      *                          REJECT ID OF A RE-ENTERED
      *                          CORRECTION, AND THE FULL ORIGINAL
      *                          RECORD IMAGE SO THE UPSTREAM TEAM
      *                          CAN SEE EXACTLY WHAT ARRIVED. SEE
      *                          THE STKRJCT COPYBOOK.
       FD  REJECTS
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 28 TO 140 CHARACTERS
              DEPENDING ON ED-REJ-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RJ-RECORD.
       01  RJ-RECORD.
           COPY STKRJCT.

      *                          BUSINESS-MAINTAINED ITEM-CODE MASTER
      *                          - LOADED WHOLE INTO ED-ITEM-TABLE
       01  RLREC.
           COPY STKRLOG.

      *                          CORRECTED REJECTS RELEASED BY
      *                          STKRJM1 - THE PENDING-REJECT ID
      *                          FOLLOWED BY THE CORRECTED RECORD
      *                          IMAGE IN EXACTLY THE RAW INFILE1/
      *                          INFILE2 FORMAT, IN ASCENDING KEY
      *                          ORDER. THE INFILE2 IMAGE LENGTH IS
      *                          THE RECORD LENGTH LESS THE 12-BYTE
      *                          ID, ARRIVING IN ED-RE2-LENGTH.
       FD  REENTR1
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS R1-RECORD.
       01  R1-RECORD.
           05 R1-PEND-ID                  PIC X(12).
           05 R1-RECORD-IMAGE             PIC X(13).

       FD  REENTR2
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 27 TO 137 CHARACTERS
              DEPENDING ON ED-RE2-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS R2-RECORD.
       01  R2-RECORD.
           05 R2-PEND-ID                  PIC X(12).
           05 R2-RECORD-IMAGE             PIC X(125).

      *                          APPROVED MANUAL ADJUSTMENTS RELEASED
      *                          BY STKADJ1 - ONE 'A' DETAIL PER
      *                          ADJUSTMENT IN THE RAW INFILE2 FORMAT,
      *                          IN ASCENDING KEY ORDER, BEHIND THE
      *                          STKADJH CONTROL RECORD. (EMPTY ONLY
      *                          BEFORE THE FIRST RELEASE EVER RUNS.)
       FD  ADJREL
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 15 TO 125 CHARACTERS
              DEPENDING ON ED-ADJ-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AJ-RECORD.
       01  AJ-RECORD                      PIC X(125).

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
              88 SW-END-OF-ITEMS        VALUE 'Y'.
           05 ED-ITEM-FOUND-IND   PIC X VALUE SPACE.
              88 ED-ITEM-FOUND          VALUE 'Y'.
           05 END-OF-RAW1-IND     PIC X VALUE SPACE.
              88 SW-END-OF-RAW1         VALUE 'Y'.
           05 END-OF-RAW2-IND     PIC X VALUE SPACE.
              88 SW-END-OF-RAW2         VALUE 'Y'.
           05 END-OF-RE1-IND      PIC X VALUE SPACE.
              88 SW-END-OF-RE1          VALUE 'Y'.
           05 END-OF-RE2-IND      PIC X VALUE SPACE.
              88 SW-END-OF-RE2          VALUE 'Y'.
           05 ED-REENTRY-IND      PIC X VALUE 'N'.
              88 ED-FROM-REENTRY        VALUE 'Y'.
           05 END-OF-ADJ2-IND     PIC X VALUE SPACE.
              88 SW-END-OF-ADJ2         VALUE 'Y'.
           05 ED-ADJUST-IND       PIC X VALUE 'N'.
              88 ED-FROM-ADJUSTMENT     VALUE 'Y'.

      *                          REASON CODES WRITTEN TO RJ-REASON-CODE
      *                          - ONE PER CHECK, FIRST FAILING CHECK
      *                                 THE LINE COUNT
      *                            AM - AN ITEM AMOUNT IS NOT NUMERIC
      *                            RT - RECORD TYPE NOT 'H'/'D'/'T'
      *                                 ('A' ALSO ON THE RE-ENTRY
      *                                 FILE; ONLY 'A' ON ADJREL)
      *                            TR - TRAILER COUNT OR AMOUNT NOT
      *                                 NUMERIC
      *                            IC - AN ITEM CODE IS NOT ON THE
           05 ED-OUT2-LENGTH      PIC 9(03) COMP.
           05 ED-REJ-LENGTH       PIC 9(03) COMP.
           05 ED-IMPLIED-LENGTH   PIC 9(03) COMP.
           05 ED-RE2-LENGTH       PIC 9(03) COMP.
           05 ED-ADJ-LENGTH       PIC 9(03) COMP.

      *                          RAW/RE-ENTRY MERGE - ONE-RECORD
      *                          LOOK-AHEAD HOLDS PER STREAM, AS IN
      *                          THE STACKEX1 RECYCLE MERGE. THE
      *                          READ PARAGRAPHS DELIVER THE LOWER
      *                          KEY OF THE TWO INTO THE FD RECORD
      *                          THE EDITS LOOK AT (A RAW TRAILER
      *                          SORTS LAST), AND ED-CURRENT-PEND-ID
      *                          CARRIES A RE-ENTERED RECORD'S
      *                          PENDING ID (SPACES FOR A RAW ONE).
      *                          INFILE2 HAS A THIRD STREAM, THE
      *                          RELEASED ADJUSTMENTS; ON EQUAL KEYS
      *                          RE-ENTRY GOES FIRST, THEN ADJUSTMENT,
      *                          THEN RAW. ED-PICK2 SAYS WHICH STREAM
      *                          31-READ-DETAIL CHOSE.
       01  ED-MERGE-CONTROL.
           05 ED-RAW1-HOLD        PIC X(13) VALUE SPACE.
           05 ED-RE1-HOLD         PIC X(13) VALUE SPACE.
           05 ED-RE1-HOLD-ID      PIC X(12) VALUE SPACE.
           05 ED-DELIVER1         PIC X(13) VALUE SPACE.
           05 ED-RAW2-HOLD        PIC X(125) VALUE SPACE.
           05 ED-RAW2-HOLD-LENGTH PIC 9(03) COMP VALUE ZERO.
           05 ED-RE2-HOLD         PIC X(125) VALUE SPACE.
           05 ED-RE2-HOLD-LENGTH  PIC 9(03) COMP VALUE ZERO.
           05 ED-RE2-HOLD-ID      PIC X(12) VALUE SPACE.
           05 ED-DELIVER2         PIC X(125) VALUE SPACE.
           05 ED-DELIVER2-LENGTH  PIC 9(03) COMP VALUE ZERO.
           05 ED-CURRENT-PEND-ID  PIC X(12) VALUE SPACE.
           05 ED-ADJ2-HOLD        PIC X(125) VALUE SPACE.
           05 ED-ADJ2-HOLD-LENGTH PIC 9(03) COMP VALUE ZERO.
           05 ED-PICK2            PIC X(01) VALUE SPACE.
           05 ED-PICK2-KEY        PIC X(04) VALUE SPACE.

      *                          PREVIOUS KEY SEEN PER FILE FOR THE
      *                          ASCENDING-SEQUENCE CHECK - LOW-VALUES
           05 ED-CLEAN2-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-REJECT1-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-REJECT2-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-RE1-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-RE2-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-REREJ1-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-REREJ2-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-FUTURE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-ADJ2-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-ADJREJ2-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 ED-ADJ2-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *                          ADJUSTMENT RELEASE CONTROL - THE
      *                          STKADJH RECORD AT THE HEAD OF ADJREL,
      *                          WHETHER IT WAS ACCEPTED OR THE WHOLE
      *                          FILE SET ASIDE, AND THE AMOUNT OF
      *                          EVERY ADJUSTMENT READ (KEPT OR NOT)
      *                          FOR THE BALANCE AGAINST IT.
       01  ED-ADJ-CONTROL.
           05 ED-ADJ-HDR-IND      PIC X(01) VALUE 'N'.
              88 ED-ADJ-HDR-SEEN        VALUE 'Y'.
           05 ED-ADJ-SKIP-IND     PIC X(01) VALUE 'N'.
              88 ED-ADJ-SKIPPED         VALUE 'Y'.
           05 ED-ADJ-READ-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  ED-ADJ-HEADER.
           COPY STKADJH REPLACING
              ==STK-AH-RECORD-TYPE== BY ==AH-RECORD-TYPE==
              ==STK-AH-BUS-DATE==    BY ==AH-BUS-DATE==
              ==STK-AH-COUNT==       BY ==AH-COUNT==
              ==STK-AH-AMOUNT==      BY ==AH-AMOUNT==.

      *                          UPSTREAM TRAILER TRACKING AND THE
      *                          RAW/KEPT AMOUNT ACCUMULATORS. RAW
           05 REJ-FILE-STATUS     PIC X(02) VALUE '00'.
           05 ITM-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RE1-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RE2-FILE-STATUS     PIC X(02) VALUE '00'.
           05 ADJ-FILE-STATUS     PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          RUN-LOG STAMP WORK FIELDS - THE
      *                          EDIT RUNS BEFORE THE JOIN MINTS
           05 ED-LOG-TIME         PIC 9(08) VALUE ZERO.
           05 ED-LOG-RUN-ID       PIC X(12) VALUE SPACE.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  ED-BUSINESS-CONTROL.
           05 ED-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 ED-STEP-NAME        PIC X(08) VALUE 'STKEDIT1'.
           05 ED-STEP-QUAL        PIC X(04) VALUE SPACE.

       01  ED-ERROR-INFO.
           05 ED-ERROR-FILE-ID    PIC X(08).
           05 ED-ERROR-STATUS     PIC X(02).
           PERFORM 40-FINISH.

       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT  INFILE1
           IF IN1-FILE-STATUS NOT = '00'
              MOVE 'INFILE1'  TO ED-ERROR-FILE-ID
              MOVE REJ-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT  REENTR1
           IF RE1-FILE-STATUS NOT = '00'
              MOVE 'REENTR1'  TO ED-ERROR-FILE-ID
              MOVE RE1-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT  REENTR2
           IF RE2-FILE-STATUS NOT = '00'
              MOVE 'REENTR2'  TO ED-ERROR-FILE-ID
              MOVE RE2-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT  ADJREL
           IF ADJ-FILE-STATUS NOT = '00'
              MOVE 'ADJREL'   TO ED-ERROR-FILE-ID
              MOVE ADJ-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-LOAD-ITEM-TABLE THRU 12-EXIT
           PERFORM 21-FILL-RAW1 THRU 21-FILL-RAW1-EXIT
           PERFORM 21-FILL-RE1 THRU 21-FILL-RE1-EXIT
           PERFORM 21-READ-HEADER THRU 21-EXIT
           PERFORM 31-FILL-RAW2 THRU 31-FILL-RAW2-EXIT
           PERFORM 31-FILL-RE2 THRU 31-FILL-RE2-EXIT
           PERFORM 31-PRIME-ADJ2 THRU 31-PRIME-ADJ2-EXIT
           PERFORM 31-READ-DETAIL THRU 31-EXIT.

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
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKEDIT1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKEDIT1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE 'BD'       TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO ED-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE ED-STEP-NAME TO BC-STEP-NAME
           MOVE ED-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = ED-BUSINESS-DATE
              DISPLAY 'STKEDIT1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      ED-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKEDIT1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE 'DP'       TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKEDIT1 - BUSINESS DATE ' ED-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         LOAD THE ITEM-CODE MASTER INTO
      *                         ED-ITEM-TABLE (PRIMING READ THEN
      *                         LOAD-UNTIL-END-OF-FILE, AS ELSEWHERE)
      *                         KEY; A BAD ONE GOES TO REJECTS WITH
      *                         ITS REASON.
       20-EDIT-HEADER.
           IF E1-TRAILER-REC AND NOT ED-FROM-REENTRY
              PERFORM 22-CAPTURE-TRAILER1 THRU 22-EXIT
              PERFORM 21-READ-HEADER THRU 21-EXIT
              GO TO 20-EXIT
           END-IF
           IF ED-FROM-REENTRY
              ADD 1 TO ED-RE1-COUNT
           ELSE
              ADD 1 TO ED-IN1-COUNT
           END-IF
           MOVE 'Y' TO ED-RECORD-OK-IND
           MOVE SPACE TO ED-CURRENT-REASON
           IF NOT E1-HEADER-REC
           ELSE
              MOVE '1' TO RJ-FILE-ID
              MOVE ED-CURRENT-REASON TO RJ-REASON-CODE
              MOVE ED-CURRENT-PEND-ID TO RJ-PEND-ID
              MOVE E1-RECORD TO RJ-RECORD-IMAGE
              MOVE 28 TO ED-REJ-LENGTH
              PERFORM 35-WRITE-REJECT THRU 35-EXIT
              ADD 1 TO ED-REJECT1-COUNT
              IF ED-FROM-REENTRY
                 ADD 1 TO ED-REREJ1-COUNT
              END-IF
           END-IF
           PERFORM 21-READ-HEADER THRU 21-EXIT.

       20-EXIT.
           EXIT.

      *                         DELIVER THE NEXT INFILE1 RECORD
      *                         FROM THE MERGED RAW PLUS RE-ENTRY
      *                         STREAM INTO E1-RECORD, LOWEST KEY
      *                         FIRST. ON EQUAL KEYS THE RE-ENTERED
      *                         RECORD GOES FIRST - IT IS THE OLDER
      *                         ACTIVITY. A RAW TRAILER SORTS AFTER
      *                         EVERY RE-ENTERED RECORD. A RAW RECORD
      *                         IS HELD ASIDE WHILE ITS SUCCESSOR IS
      *                         READ (THE READ REUSES THE FD AREA),
      *                         THEN PUT BACK. END OF BOTH STREAMS IS
      *                         END OF FILE 1.
       21-READ-HEADER.
           IF SW-END-OF-RAW1 AND SW-END-OF-RE1
              MOVE 'Y' TO END-OF-FILE1-IND
              GO TO 21-EXIT
           END-IF
           IF SW-END-OF-RAW1
              PERFORM 21-TAKE-RE1 THRU 21-TAKE-RE1-EXIT
              GO TO 21-EXIT
           END-IF
           IF SW-END-OF-RE1
              PERFORM 21-TAKE-RAW1 THRU 21-TAKE-RAW1-EXIT
              GO TO 21-EXIT
           END-IF
           IF ED-RAW1-HOLD(1:1) = 'T'
                 OR ED-RE1-HOLD(2:4) NOT > ED-RAW1-HOLD(2:4)
              PERFORM 21-TAKE-RE1 THRU 21-TAKE-RE1-EXIT
           ELSE
              PERFORM 21-TAKE-RAW1 THRU 21-TAKE-RAW1-EXIT
           END-IF.

       21-EXIT.
           EXIT.

       21-TAKE-RAW1.
           MOVE 'N'    TO ED-REENTRY-IND
           MOVE SPACES TO ED-CURRENT-PEND-ID
           MOVE ED-RAW1-HOLD TO ED-DELIVER1
           PERFORM 21-FILL-RAW1 THRU 21-FILL-RAW1-EXIT
           MOVE ED-DELIVER1 TO E1-RECORD.

       21-TAKE-RAW1-EXIT.
           EXIT.

       21-TAKE-RE1.
           MOVE 'Y'            TO ED-REENTRY-IND
           MOVE ED-RE1-HOLD-ID TO ED-CURRENT-PEND-ID
           MOVE ED-RE1-HOLD    TO E1-RECORD
           PERFORM 21-FILL-RE1 THRU 21-FILL-RE1-EXIT.

       21-TAKE-RE1-EXIT.
           EXIT.

       21-FILL-RAW1.
           READ INFILE1
              AT END MOVE 'Y' TO END-OF-RAW1-IND
           END-READ
           IF IN1-FILE-STATUS NOT = '00' AND IN1-FILE-STATUS NOT = '10'
              MOVE 'INFILE1'  TO ED-ERROR-FILE-ID
              MOVE IN1-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-RAW1
              MOVE E1-RECORD TO ED-RAW1-HOLD
           END-IF.

       21-FILL-RAW1-EXIT.
           EXIT.

       21-FILL-RE1.
           READ REENTR1
              AT END MOVE 'Y' TO END-OF-RE1-IND
           END-READ
           IF RE1-FILE-STATUS NOT = '00' AND RE1-FILE-STATUS NOT = '10'
              MOVE 'REENTR1'  TO ED-ERROR-FILE-ID
              MOVE RE1-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-RE1
              MOVE R1-PEND-ID      TO ED-RE1-HOLD-ID
              MOVE R1-RECORD-IMAGE TO ED-RE1-HOLD
           END-IF.

       21-FILL-RE1-EXIT.
           EXIT.

      *                         CAPTURE THE INFILE1 CONTROL TRAILER -
           IF ET1-RECORD-COUNT-X NOT NUMERIC
              MOVE '1' TO RJ-FILE-ID
              MOVE ED-REASON-TRAILER TO RJ-REASON-CODE
              MOVE SPACES TO RJ-PEND-ID
              MOVE E1-RECORD TO RJ-RECORD-IMAGE
              MOVE 28 TO ED-REJ-LENGTH
              PERFORM 35-WRITE-REJECT THRU 35-EXIT
              ADD 1 TO ED-REJECT1-COUNT
           ELSE
      *                         AMOUNTS (SO THE RAW AMOUNT TOTAL CAN
      *                         INCLUDE RECORDS LATER REJECTED FOR
      *                         DATE OR SEQUENCE), THE TRAN DATE,
      *                         AND FINALLY THE KEY SEQUENCE. ONLY
      *                         THE RAW STREAM CARRIES A TRAILER; A
      *                         RELEASED ADJUSTMENT MUST BE TYPED
      *                         'A', A RE-ENTERED CORRECTION MAY BE
      *                         'D' OR 'A' (A REJECTED ADJUSTMENT
      *                         KEEPS ITS TYPE THROUGH STKRJM1), AND
      *                         A RAW DETAIL MUST BE 'D'.
       30-EDIT-DETAIL.
           IF E2-TRAILER-REC AND NOT ED-FROM-REENTRY
                 AND NOT ED-FROM-ADJUSTMENT
              PERFORM 33-CAPTURE-TRAILER2 THRU 33-EXIT
              PERFORM 31-READ-DETAIL THRU 31-EXIT
              GO TO 30-EXIT
           END-IF
           IF ED-FROM-REENTRY
              ADD 1 TO ED-RE2-COUNT
           ELSE
              IF ED-FROM-ADJUSTMENT
                 ADD 1 TO ED-ADJ2-COUNT
              ELSE
                 ADD 1 TO ED-IN2-COUNT
              END-IF
           END-IF
           MOVE 'Y' TO ED-RECORD-OK-IND
           MOVE SPACE TO ED-CURRENT-REASON
           IF ED-FROM-ADJUSTMENT
              IF NOT E2-ADJUST-REC
                 MOVE 'N' TO ED-RECORD-OK-IND
                 MOVE ED-REASON-RECTYPE TO ED-CURRENT-REASON
              END-IF
           ELSE
              IF ED-FROM-REENTRY
                 IF NOT E2-DETAIL-REC AND NOT E2-ADJUST-REC
                    MOVE 'N' TO ED-RECORD-OK-IND
                    MOVE ED-REASON-RECTYPE TO ED-CURRENT-REASON
                 END-IF
              ELSE
                 IF NOT E2-DETAIL-REC
                    MOVE 'N' TO ED-RECORD-OK-IND
                    MOVE ED-REASON-RECTYPE TO ED-CURRENT-REASON
                 END-IF
              END-IF
           END-IF
           IF ED-RECORD-OK
              IF E2-LINE-COUNT-X NOT NUMERIC
                    UNTIL ED-LINE-INDEX > E2-LINE-COUNT
                       OR NOT ED-RECORD-OK
           END-IF
           IF ED-RECORD-OK AND NOT ED-FROM-REENTRY
                 AND NOT ED-FROM-ADJUSTMENT
              PERFORM 34-ADD-RAW-AMOUNT THRU 34-EXIT
                 VARYING ED-LINE-INDEX FROM 1 BY 1
                    UNTIL ED-LINE-INDEX > E2-LINE-COUNT
           END-IF
           IF ED-RECORD-OK AND ED-FROM-ADJUSTMENT
              PERFORM 34-ADD-ADJ-READ THRU 34-ADJ-EXIT
                 VARYING ED-LINE-INDEX FROM 1 BY 1
                    UNTIL ED-LINE-INDEX > E2-LINE-COUNT
           END-IF
           IF ED-RECORD-OK
              PERFORM 37-CHECK-ITEM-CODE THRU 37-EXIT
                 VARYING ED-LINE-INDEX FROM 1 BY 1
              MOVE E2-TRAN-DATE-X TO ED-WORK-DATE(1:8)
              PERFORM 25-CHECK-DATE THRU 25-EXIT
           END-IF
           IF ED-RECORD-OK
              IF E2-TRAN-DATE > ED-BUSINESS-DATE
                 ADD 1 TO ED-FUTURE-COUNT
              END-IF
           END-IF
           IF ED-RECORD-OK
              IF E2-ACCOUNT-KEY < ED-PREV-KEY2
                 MOVE 'N' TO ED-RECORD-OK-IND
              PERFORM 36-ADD-CLEAN-AMOUNT THRU 36-EXIT
                 VARYING ED-LINE-INDEX FROM 1 BY 1
                    UNTIL ED-LINE-INDEX > E2-LINE-COUNT
              IF E2-ADJUST-REC
                 PERFORM 36-ADD-ADJUST-AMOUNT THRU 36-ADJ-EXIT
                    VARYING ED-LINE-INDEX FROM 1 BY 1
                       UNTIL ED-LINE-INDEX > E2-LINE-COUNT
              END-IF
           ELSE
              MOVE '2' TO RJ-FILE-ID
              MOVE ED-CURRENT-REASON TO RJ-REASON-CODE
              MOVE ED-CURRENT-PEND-ID TO RJ-PEND-ID
              MOVE E2-RECORD TO RJ-RECORD-IMAGE
              COMPUTE ED-REJ-LENGTH = 15 + ED-IN2-LENGTH
              PERFORM 35-WRITE-REJECT THRU 35-EXIT
              ADD 1 TO ED-REJECT2-COUNT
              IF ED-FROM-REENTRY
                 ADD 1 TO ED-REREJ2-COUNT
              ELSE
                 IF ED-FROM-ADJUSTMENT
                    ADD 1 TO ED-ADJREJ2-COUNT
                 ELSE
                    IF ED-CURRENT-REASON = ED-REASON-COUNT
                          OR ED-CURRENT-REASON = ED-REASON-LENGTH
                          OR ED-CURRENT-REASON = ED-REASON-AMOUNT
                          OR ED-CURRENT-REASON = ED-REASON-RECTYPE
                       MOVE 'Y' TO ED-AMT-UNVER-IND
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM 31-READ-DETAIL THRU 31-EXIT.
       30-EXIT.
           EXIT.

      *                         AS 21-READ-HEADER, FOR INFILE2 -
      *                         THE RECORD LENGTH TRAVELS WITH EACH
      *                         HELD RECORD AND IS PUT BACK IN
      *                         ED-IN2-LENGTH ON DELIVERY, SO THE
      *                         LENGTH EDIT SEES THE DELIVERED
      *                         RECORD'S LENGTH, NOT THE LOOK-AHEAD'S.
      *                         THE RE-ENTRY AND ADJUSTMENT HOLDS ARE
      *                         COMPARED FIRST, THEN THE BETTER OF THE
      *                         TWO AGAINST THE RAW HOLD.
       31-READ-DETAIL.
           IF SW-END-OF-RAW2 AND SW-END-OF-RE2 AND SW-END-OF-ADJ2
              MOVE 'Y' TO END-OF-FILE2-IND
              GO TO 31-EXIT
           END-IF
           MOVE SPACE TO ED-PICK2
           IF NOT SW-END-OF-RE2
              MOVE 'E' TO ED-PICK2
              MOVE ED-RE2-HOLD(2:4) TO ED-PICK2-KEY
           END-IF
           IF NOT SW-END-OF-ADJ2
              IF ED-PICK2 = SPACE
                    OR ED-ADJ2-HOLD(2:4) < ED-PICK2-KEY
                 MOVE 'A' TO ED-PICK2
                 MOVE ED-ADJ2-HOLD(2:4) TO ED-PICK2-KEY
              END-IF
           END-IF
           IF NOT SW-END-OF-RAW2
              IF ED-PICK2 = SPACE
                 MOVE 'R' TO ED-PICK2
              ELSE
                 IF ED-RAW2-HOLD(1:1) NOT = 'T'
                       AND ED-RAW2-HOLD(2:4) < ED-PICK2-KEY
                    MOVE 'R' TO ED-PICK2
                 END-IF
              END-IF
           END-IF
           IF ED-PICK2 = 'E'
              PERFORM 31-TAKE-RE2 THRU 31-TAKE-RE2-EXIT
           ELSE
              IF ED-PICK2 = 'A'
                 PERFORM 31-TAKE-ADJ2 THRU 31-TAKE-ADJ2-EXIT
              ELSE
                 PERFORM 31-TAKE-RAW2 THRU 31-TAKE-RAW2-EXIT
              END-IF
           END-IF.

       31-EXIT.
           EXIT.

       31-TAKE-RAW2.
           MOVE 'N'    TO ED-REENTRY-IND
           MOVE 'N'    TO ED-ADJUST-IND
           MOVE SPACES TO ED-CURRENT-PEND-ID
           MOVE ED-RAW2-HOLD        TO ED-DELIVER2
           MOVE ED-RAW2-HOLD-LENGTH TO ED-DELIVER2-LENGTH
           PERFORM 31-FILL-RAW2 THRU 31-FILL-RAW2-EXIT
           MOVE ED-DELIVER2-LENGTH TO ED-IN2-LENGTH
           MOVE ED-DELIVER2        TO E2-RECORD.

       31-TAKE-RAW2-EXIT.
           EXIT.

       31-TAKE-RE2.
           MOVE 'Y'                TO ED-REENTRY-IND
           MOVE 'N'                TO ED-ADJUST-IND
           MOVE ED-RE2-HOLD-ID     TO ED-CURRENT-PEND-ID
           MOVE ED-RE2-HOLD-LENGTH TO ED-IN2-LENGTH
           MOVE ED-RE2-HOLD        TO E2-RECORD
           PERFORM 31-FILL-RE2 THRU 31-FILL-RE2-EXIT.

       31-TAKE-RE2-EXIT.
           EXIT.

       31-TAKE-ADJ2.
           MOVE 'N'                 TO ED-REENTRY-IND
           MOVE 'Y'                 TO ED-ADJUST-IND
           MOVE SPACES              TO ED-CURRENT-PEND-ID
           MOVE ED-ADJ2-HOLD-LENGTH TO ED-IN2-LENGTH
           MOVE ED-ADJ2-HOLD        TO E2-RECORD
           PERFORM 31-FILL-ADJ2 THRU 31-FILL-ADJ2-EXIT.

       31-TAKE-ADJ2-EXIT.
           EXIT.

       31-FILL-RAW2.
           READ INFILE2
              AT END MOVE 'Y' TO END-OF-RAW2-IND
           END-READ
           IF IN2-FILE-STATUS NOT = '00' AND IN2-FILE-STATUS NOT = '10'
              MOVE 'INFILE2'  TO ED-ERROR-FILE-ID
              MOVE IN2-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-RAW2
              MOVE E2-RECORD     TO ED-RAW2-HOLD
              MOVE ED-IN2-LENGTH TO ED-RAW2-HOLD-LENGTH
           END-IF.

       31-FILL-RAW2-EXIT.
           EXIT.

       31-FILL-RE2.
           READ REENTR2
              AT END MOVE 'Y' TO END-OF-RE2-IND
           END-READ
           IF RE2-FILE-STATUS NOT = '00' AND RE2-FILE-STATUS NOT = '10'
              MOVE 'REENTR2'  TO ED-ERROR-FILE-ID
              MOVE RE2-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-RE2
              MOVE R2-PEND-ID      TO ED-RE2-HOLD-ID
              MOVE SPACES          TO ED-RE2-HOLD
              COMPUTE ED-RE2-HOLD-LENGTH = ED-RE2-LENGTH - 12
              MOVE R2-RECORD-IMAGE(1:ED-RE2-HOLD-LENGTH)
                TO ED-RE2-HOLD
           END-IF.

       31-FILL-RE2-EXIT.
           EXIT.

      *                         FIRST ADJREL READ - THE CONTROL
      *                         RECORD. AN EMPTY FILE SIMPLY HAS NO
      *                         ADJUSTMENTS; A FIRST RECORD THAT IS
      *                         NOT A READABLE CONTROL RECORD SETS
      *                         THE FILE ASIDE AS OUT OF BALANCE; ONE
      *                         DATED FOR ANOTHER BUSINESS DATE (THE
      *                         NIGHTLY RELEASE DID NOT RUN, AND THIS
      *                         IS A FILE ALREADY TAKEN) SETS IT
      *                         ASIDE WITH A WARNING. EITHER WAY THE
      *                         STREAM IS THEN TREATED AS AT END.
       31-PRIME-ADJ2.
           PERFORM 31-FILL-ADJ2 THRU 31-FILL-ADJ2-EXIT
           IF SW-END-OF-ADJ2
              GO TO 31-PRIME-ADJ2-EXIT
           END-IF
           MOVE ED-ADJ2-HOLD(1:30) TO ED-ADJ-HEADER
           IF AH-RECORD-TYPE NOT = 'H'
                 OR ED-ADJ2-HOLD-LENGTH NOT = 30
                 OR AH-BUS-DATE NOT NUMERIC
                 OR AH-COUNT NOT NUMERIC
                 OR AH-AMOUNT NOT NUMERIC
              DISPLAY '*** ADJREL HAS NO VALID CONTROL RECORD - '
                      'ADJUSTMENTS NOT TAKEN ***'
              MOVE 'Y' TO ED-ADJ-SKIP-IND
              MOVE 'Y' TO ED-BALANCE-BAD-IND
              MOVE 'Y' TO END-OF-ADJ2-IND
              GO TO 31-PRIME-ADJ2-EXIT
           END-IF
           IF AH-BUS-DATE NOT = ED-BUSINESS-DATE
              DISPLAY '*** ADJREL WAS RELEASED FOR BUSINESS DATE '
                      AH-BUS-DATE ', NOT ' ED-BUSINESS-DATE
                      ' - ADJUSTMENTS NOT TAKEN ***'
              MOVE 'Y' TO ED-ADJ-SKIP-IND
              MOVE 'Y' TO END-OF-ADJ2-IND
              GO TO 31-PRIME-ADJ2-EXIT
           END-IF
           MOVE 'Y' TO ED-ADJ-HDR-IND
           PERFORM 31-FILL-ADJ2 THRU 31-FILL-ADJ2-EXIT.

       31-PRIME-ADJ2-EXIT.
           EXIT.

       31-FILL-ADJ2.
           READ ADJREL
              AT END MOVE 'Y' TO END-OF-ADJ2-IND
           END-READ
           IF ADJ-FILE-STATUS NOT = '00' AND ADJ-FILE-STATUS NOT = '10'
              MOVE 'ADJREL'   TO ED-ERROR-FILE-ID
              MOVE ADJ-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-ADJ2
              MOVE SPACES        TO ED-ADJ2-HOLD
              MOVE ED-ADJ-LENGTH TO ED-ADJ2-HOLD-LENGTH
              MOVE AJ-RECORD(1:ED-ADJ-LENGTH) TO ED-ADJ2-HOLD
           END-IF.

       31-FILL-ADJ2-EXIT.
           EXIT.

      *                         CAPTURE THE INFILE2 CONTROL TRAILER -
                 OR ET2-AMOUNT-TOTAL NOT NUMERIC
              MOVE '2' TO RJ-FILE-ID
              MOVE ED-REASON-TRAILER TO RJ-REASON-CODE
              MOVE SPACES TO RJ-PEND-ID
              MOVE E2-RECORD TO RJ-RECORD-IMAGE
              COMPUTE ED-REJ-LENGTH = 15 + ED-IN2-LENGTH
              PERFORM 35-WRITE-REJECT THRU 35-EXIT
              ADD 1 TO ED-REJECT2-COUNT
           ELSE
       34-EXIT.
           EXIT.

       34-ADD-ADJ-READ.
           ADD E2-ITEM-AMOUNT(ED-LINE-INDEX) TO ED-ADJ-READ-AMOUNT.

       34-ADJ-EXIT.
           EXIT.

       36-ADD-CLEAN-AMOUNT.
           ADD E2-ITEM-AMOUNT(ED-LINE-INDEX) TO ED-CLEAN2-AMOUNT.

       36-EXIT.
           EXIT.

       36-ADD-ADJUST-AMOUNT.
           ADD E2-ITEM-AMOUNT(ED-LINE-INDEX) TO ED-ADJ2-AMOUNT.

       36-ADJ-EXIT.
           EXIT.

      *                         THE CLASS TEST RUNS AGAINST THE
      *                         SIGNED VIEW OF THE FIELD, SO A
      *                         TRAILING OVERPUNCH SIGN (A CREDIT OR
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE INFILE1 INFILE2 CLEAN1 CLEAN2 REJECTS
                 REENTR1 REENTR2 ADJREL
           DISPLAY '***** STKEDIT1 INPUT EDIT REPORT *****'
           DISPLAY 'INFILE1 RECORDS READ ..... ' ED-IN1-COUNT
           DISPLAY 'INFILE1 RECORDS CLEAN .... ' ED-CLEAN1-COUNT
           DISPLAY 'INFILE2 RECORDS CLEAN .... ' ED-CLEAN2-COUNT
           DISPLAY 'INFILE2 RECORDS REJECTED . ' ED-REJECT2-COUNT
           DISPLAY 'INFILE2 AMOUNTS KEPT ..... ' ED-CLEAN2-AMOUNT
           DISPLAY 'INFILE1 RE-ENTERED ....... ' ED-RE1-COUNT
           DISPLAY 'INFILE1 RE-ENTRY REJECTED  ' ED-REREJ1-COUNT
           DISPLAY 'INFILE2 RE-ENTERED ....... ' ED-RE2-COUNT
           DISPLAY 'INFILE2 RE-ENTRY REJECTED  ' ED-REREJ2-COUNT
           DISPLAY 'MANUAL ADJUSTMENTS READ .. ' ED-ADJ2-COUNT
           DISPLAY 'ADJUSTMENTS REJECTED ..... ' ED-ADJREJ2-COUNT
           DISPLAY 'ADJUSTMENT AMOUNTS KEPT .. ' ED-ADJ2-AMOUNT
           DISPLAY 'ITEM CODES ON MASTER ..... ' ED-ITEM-COUNT
           IF ED-INACTIVE-COUNT > ZERO
              DISPLAY '*** WARNING - ' ED-INACTIVE-COUNT ' LINE '
                      'ITEMS KEPT ON A CODE NOT YET EFFECTIVE ON '
                      'THE DETAIL TRAN DATE ***'
           END-IF
           IF ED-FUTURE-COUNT > ZERO
              DISPLAY '*** WARNING - ' ED-FUTURE-COUNT ' DETAILS '
                      'KEPT WITH A TRAN DATE AFTER BUSINESS DATE '
                      ED-BUSINESS-DATE ' ***'
           END-IF
           IF ED-TRLR1-SEEN
              IF ED-TRLR1-COUNT = ED-IN1-COUNT
                 DISPLAY 'INFILE1 TRAILER BALANCES - COUNT '
           ELSE
              DISPLAY 'INFILE2 HAS NO TRAILER - COUNT NOT VERIFIED'
           END-IF
           IF ED-ADJ-HDR-SEEN
              IF AH-COUNT = ED-ADJ2-COUNT
                    AND AH-AMOUNT = ED-ADJ-READ-AMOUNT
                 DISPLAY 'ADJREL CONTROL BALANCES - COUNT ' AH-COUNT
              ELSE
                 DISPLAY '*** ADJREL CONTROL COUNT ' AH-COUNT
                         ' AMOUNT ' AH-AMOUNT ' DOES NOT MATCH '
                         'ADJUSTMENTS READ ***'
                 MOVE 'Y' TO ED-BALANCE-BAD-IND
              END-IF
           END-IF
           IF ED-BALANCE-BAD
              DISPLAY '*** UPSTREAM TRAILER OR ADJREL CONTROL OUT OF '
                      'BALANCE - JOIN STEP WILL NOT RUN ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF ED-REJECT1-COUNT > ZERO OR ED-REJECT2-COUNT > ZERO
                         'REJECT FILE - SEE REASON CODES ***'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 IF ED-ADJ-SKIPPED
                    DISPLAY '*** WARNING - ADJUSTMENT RELEASE FILE '
                            'SET ASIDE - SEE ABOVE ***'
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    DISPLAY 'ALL INPUT RECORDS CLEAN'
                 END-IF
              END-IF
           END-IF
           PERFORM 45-WRITE-RUN-LOG THRU 45-EXIT
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

      *                         APPEND THE COMPLETION RECORD TO THE
      *                         SHARED RUN-LOG - THE DETAIL-STREAM
      *                         VIEW (INFILE2 READ PLUS RE-ENTERED
      *                         PLUS RELEASED ADJUSTMENTS, CLEAN2
      *                         KEPT, INFILE2 REJECTS, CLEAN2 AMOUNT),
      *                         THE VIEW THE DOWNSTREAM LEGS OF THE
      *                         RUN SHEET CROSS-FOOT AGAINST.
       45-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG
           IF RL-FILE-STATUS NOT = '00'
           MOVE ED-LOG-DATE     TO RL-LOG-DATE
           MOVE ED-LOG-TIME     TO RL-LOG-TIME
           MOVE RETURN-CODE     TO RL-RETURN-CODE
           COMPUTE RL-RECS-IN = ED-IN2-COUNT + ED-RE2-COUNT
                              + ED-ADJ2-COUNT
           MOVE ED-CLEAN2-COUNT TO RL-RECS-OUT
           MOVE ED-REJECT2-COUNT TO RL-RECS-REJECTED
           MOVE ZERO            TO RL-RECS-SUSPENDED
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
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE ED-STEP-NAME TO BC-STEP-NAME
           MOVE ED-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO ED-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO ED-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO ED-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE ED-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE ED-LOG-RUN-ID    TO BC-STEP-RUN-ID
           MOVE ED-LOG-DATE      TO BC-STEP-DATE
           MOVE ED-LOG-TIME      TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKEDIT1 - FATAL ERROR ON ' ED-ERROR-FILE-ID
                   ' - STATUS = ' ED-ERROR-STATUS
           DISPLAY 'STKEDIT1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' ED-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKEDIT1 - FATAL ERROR ON ' ED-ERROR-FILE-ID
                   ' - STATUS = ' ED-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE INFILE1 INFILE2 CLEAN1 CLEAN2 REJECTS ITEMMST
                 REENTR1 REENTR2 ADJREL
           STOP RUN.

       90-EXIT.
