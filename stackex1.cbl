               FILE STATUS IS RR-FILE-STATUS.
           SELECT AGERPT   ASSIGN TO UT-S-AGERPT
               FILE STATUS IS AG-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
      *                          ITS LENGTH COMES OUT AT 37 BYTES,
      *                          ENOUGH TO CARRY THE COUNT AND THE
      *                          AMOUNT TOTAL IN THE INREC2-TRAILER
      *                          VIEW BELOW. A DETAIL TYPED 'A'
      *                          INSTEAD OF 'D' IS AN APPROVED MANUAL
      *                          ADJUSTMENT RELEASED BY STKADJ1 AND
      *                          MERGED IN BY THE EDIT STEP - IT IS
      *                          JOINED LIKE ANY OTHER DETAIL BUT ITS
      *                          OUTREC IS STAMPED WITH A ZERO INFILE2
      *                          GENERATION (SEE STKAUDIT).
       FD  INFILE2
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 15 TO 125 CHARACTERS
       01  INREC2.
           05 D2-RECORD-TYPE              PIC X(01).
              88 D2-DETAIL-REC                 VALUE 'D'.
              88 D2-ADJUST-REC                 VALUE 'A'.
              88 D2-TRAILER-REC                VALUE 'T'.
           COPY STKREC1 REPLACING
              ==STK-ACCOUNT-KEY== BY ==D2-ACCOUNT-KEY==
           REPORT IS SUMMARY-REPORT.


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
      *                          INFILE2 IS EXPECTED THIS RUN (E.G. A
      *                          NO-ACTIVITY DAY) SO IT IS NOT FLAGGED
      *                          AS A POSSIBLE BAD EXTRACT.
      *                          PARM BYTES 4-11 ARE NOT USED - ANY
      *                          VALUE THERE IS IGNORED WITH A
      *                          MESSAGE. THE INFILE1
      *                          AND INFILE2 GENERATION NUMBERS STAMPED
      *                          ON THE AUDIT PORTION OF EVERY OUTPUT
      *                          RECORD (SEE 13-BUILD-AUDIT-INFO) COME
      *                          FROM THE BUSINESS-DATE CONTROL RECORD
      *                          ON BUSCTL, SET BY STKBDT1 - INFILE1
      *                          AND INFILE2 ARE PLAIN (NON-GDG) DSNS.
      *                          ONLY
      *                          OUTFILE AND THE SUSPENSE DATASET ARE
      *                          ACTUAL GDGS - SEE STKEX1G.
      *                          PARM BYTE 12 OF 'S' REQUESTS A
      *                          PAIR ALREADY REGISTERED REFUSES TO
      *                          RUN ('DP') - RESUBMITTING LAST
      *                          NIGHT'S PARM BY ACCIDENT NO LONGER
      *                          CUTS A DUPLICATE GENERATION. THE 'F'
      *                          ALSO OVERRIDES THE BUSINESS-DATE
      *                          GUARD (SEE 04-CHECK-BUSINESS-DATE).
       01  SC-RUN-CONTROL.
           05 SC-RUN-MODE         PIC X(01) VALUE 'B'.
              88 SC-MODE-BROADCAST      VALUE 'B'.
      *                          SC-JOINED-RECORD FOR THE LIFE OF THE
      *                          RUN SO EVERY OUTREC CARRIES THE SAME
      *                          RUN-ID, RUN DATE/TIME, AND SOURCE
      *                          GENERATION NUMBERS - EXCEPT THAT A
      *                          MANUAL ADJUSTMENT DETAIL GETS A ZERO
      *                          INFILE2 GENERATION (SEE 20-SET-IN2-
      *                          GENERATION).
       01  SC-AUDIT-CONTROL.
           05 SC-RUN-DATE         PIC 9(06) VALUE ZERO.
           05 SC-RUN-TIME         PIC 9(08) VALUE ZERO.
           05 KR-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RR-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          CONTROLS FOR 36-SUMMARY-REPORT - A
      *                          CONSTANT 1 SUMMED PER DETAIL LINE TO
           05 SC-LAST-KEY         PIC X(04) VALUE SPACE.
           05 SC-LAST-DATE        PIC 9(08) VALUE ZERO.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE
      *                          (QUALIFIED '*N' FOR PARTITION N OF
      *                          A STKKEY1 NIGHT, OR BY THE LOW KEY OF
      *                          A HAND-CODED RANGE, SO THE PARTITIONS
      *                          OF ONE NIGHT ARE GUARDED SEPARATELY).
       01  SC-BUSINESS-CONTROL.
           05 SC-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 SC-STEP-NAME        PIC X(08) VALUE 'STACKEX1'.
           05 SC-STEP-QUAL        PIC X(04) VALUE SPACE.

       01  SC-ERROR-INFO.
           05 SC-ERROR-FILE-ID    PIC X(08).
           05 SC-ERROR-STATUS     PIC X(02).
              88 SC-IN2-PENDING         VALUE 'Y'.
           05 SC-SUSP-PENDING-IND PIC X(01) VALUE 'N'.
              88 SC-SUSP-PENDING        VALUE 'Y'.
           05 SC-P2-ADJUST-IND    PIC X(01) VALUE 'N'.
              88 SC-P2-ADJUSTMENT       VALUE 'Y'.

      *                          MANUAL ADJUSTMENT CONTROLS - WHETHER
      *                          THE CURRENT DETAIL IS AN ADJUSTMENT
      *                          ('A' RECORD), HOW MANY WERE READ, AND
      *                          HOW MANY WERE JOINED TO THEIR OWN KEY
      *                          BECAUSE NO HEADER CAME FOR THEM IN
      *                          MATCHED MODE (SEE 20-MATCHED).
       01  SC-ADJUST-CONTROL.
           05 SC-CURR-ADJUST-IND  PIC X(01) VALUE 'N'.
              88 SC-CURR-ADJUSTMENT     VALUE 'Y'.
           05 SC-ADJ-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 SC-ADJ-OWN-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 SC-ADJ-SAVE-HALF    PIC X(12) VALUE SPACE.

      *                          AGED-SUSPENSE WRITE-OFF CONTROLS -
      *                          THE OPERATOR AGE LIMIT FROM PARM

       10-SETUP.
           PERFORM 05-GET-PARM THROUGH 05-EXIT
           PERFORM 04-CHECK-BUSINESS-DATE THRU 04-EXIT
           PERFORM 13-BUILD-AUDIT-INFO THRU 13-EXIT
           PERFORM 11-CHECK-RUN-REGISTRY THRU 11-EXIT
           OPEN INPUT  INFILE1
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
      *                         THE INFILE1/INFILE2 GENERATION
      *                         NUMBERS FOR THE BUSINESS DATE ARE
      *                         TAKEN FROM THE SAME RECORD ('BG' IF
      *                         THEY WERE NEVER SET). PARM BYTE 24
      *                         OF 'F' ALSO OVERRIDES THIS GUARD.
      *                         A PARTITION TAKING ITS RANGE FROM
      *                         KEYRNGE IS QUALIFIED BY ITS NUMBER
      *                         ('*1' TO '*4', AS IN THE PARM) - THE
      *                         RANGE ITSELF IS RE-CUT EVERY NIGHT.
      *                         A HAND-CODED RANGE IS QUALIFIED BY
      *                         ITS LOW KEY.
       04-CHECK-BUSINESS-DATE.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO SC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STACKEX1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO SC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STACKEX1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE 'BD'       TO SC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO SC-BUSINESS-DATE
           MOVE BC-IN1-GENERATION TO SC-IN1-GENERATION
           MOVE BC-IN2-GENERATION TO SC-IN2-GENERATION
           IF SC-IN1-GENERATION = ZERO OR SC-IN2-GENERATION = ZERO
              DISPLAY 'STACKEX1 - NO INPUT GENERATION NUMBERS SET FOR '
                      'BUSINESS DATE ' SC-BUSINESS-DATE
                      ' - SEE STKBDMJ'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE 'BG'       TO SC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF SC-WANT-PART = SPACE
              MOVE SC-LOW-KEY TO SC-STEP-QUAL
           ELSE
              MOVE SC-PARM-DATA(14:2) TO SC-STEP-QUAL
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE SC-STEP-NAME TO BC-STEP-NAME
           MOVE SC-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO SC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = SC-BUSINESS-DATE
              DISPLAY 'STACKEX1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      SC-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              IF SC-FORCE-RUN
                 DISPLAY 'STACKEX1 - RERUN FORCED BY PARM - '
                         'BUSINESS-DATE GUARD OVERRIDDEN'
              ELSE
                 DISPLAY 'STACKEX1 - RERUN REFUSED - RELEASE THE STEP '
                         'THROUGH STKBDMJ FIRST'
                 CLOSE BUSCTL
                 MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
                 MOVE 'DP'       TO SC-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STACKEX1 - BUSINESS DATE ' SC-BUSINESS-DATE.

       04-EXIT.
           EXIT.

      *                         THE DUPLICATE-RUN GUARD - SCAN THE
      *                         RUN REGISTRY FOR A JOIN ENTRY WITH
      *                         THIS RUN'S INFILE1/INFILE2 GENERATION
      *                         DECODE THE JCL EXEC PARM INTO A MODE,
      *                         AN OPTIONAL RESTART REQUEST, AN
      *                         OPTIONAL EMPTY-RUN AUTHORIZATION, AND
      *                         THE REMAINING RUN OPTIONS. THE
      *                         INFILE1/INFILE2 GENERATION NUMBERS NO
      *                         LONGER COME FROM THE PARM - SEE
      *                         04-CHECK-BUSINESS-DATE.
       05-GET-PARM.
           MOVE 'B' TO SC-RUN-MODE
           MOVE 'N' TO SC-RESTART-IND
           MOVE 'N' TO SC-EMPTY-OK-IND
           IF SC-PARM-LENGTH > ZERO AND SC-PARM-DATA(1:1) = 'M'
              MOVE 'M' TO SC-RUN-MODE
           END-IF
           IF SC-PARM-LENGTH > 2 AND SC-PARM-DATA(3:1) = 'Z'
              MOVE 'Z' TO SC-EMPTY-OK-IND
           END-IF
           IF SC-PARM-LENGTH > 3 AND SC-PARM-DATA(4:8) NOT = SPACES
              DISPLAY 'STACKEX1 - PARM BYTES 4-11 IGNORED - THE INPUT '
                      'GENERATIONS COME FROM BUSCTL'
           END-IF
           IF SC-PARM-LENGTH > 12 AND SC-PARM-DATA(13:1) = 'T'
              MOVE 'T' TO SC-TRLR-REQD-IND
      *                         BUILD THE AUDIT STAMP FOR THIS RUN -
      *                         SYSTEM DATE/TIME, A RUN-ID DERIVED FROM
      *                         THEM, AND THE INFILE1/INFILE2 GENERATION
      *                         NUMBERS FROM BUSCTL - AND MOVE IT INTO
      *                         SC-JOINED-RECORD ONCE SO IT RIDES ALONG
      *                         ON EVERY 25-WRITE-OUTREC FOR THE REST
      *                         OF THE RUN.
      *                         APPEARS IN INFILE1 ARE WRITTEN TO THE
      *                         SUSPENSE DATASET (22-WRITE-SUSPENSE)
      *                         SO A LATER RECYCLE RUN CAN JOIN THEM
      *                         ONCE THEIR HEADER ARRIVES. A MANUAL
      *                         ADJUSTMENT IS NEVER SUSPENDED - IT WAS
      *                         APPROVED FOR TONIGHT, AND THE SUSPENSE
      *                         RECORD CANNOT CARRY ITS FLAG - SO ONE
      *                         WITH NO HEADER IS JOINED TO ITS OWN
      *                         ACCOUNT KEY AND TRAN DATE INSTEAD.
       20-MATCHED.
           IF S2-ACCOUNT-KEY = S1-ACCOUNT-KEY
              PERFORM 25-WRITE-OUTREC THRU 25-EXIT
              IF S2-ACCOUNT-KEY > S1-ACCOUNT-KEY AND NOT SW-END-OF-FILE1
                 PERFORM 20-READ-HEADER THRU 20-READ-HEADER-EXIT
              ELSE
                 IF SC-CURR-ADJUSTMENT
                    PERFORM 20-JOIN-OWN-KEY THRU 20-JOIN-OWN-KEY-EXIT
                 ELSE
                    PERFORM 22-WRITE-SUSPENSE THRU 22-EXIT
                 END-IF
                 PERFORM 20-READ-DETAIL THRU 20-READ-DETAIL-EXIT
              END-IF
           END-IF.
       20-MATCHED-EXIT.
           EXIT.

      *                         WRITE AN UNMATCHED ADJUSTMENT JOINED
      *                         TO ITS OWN KEY AND DATE - THE HEADER
      *                         HALF IS SAVED AND PUT BACK SO THE
      *                         CONTROL BREAK CARRIES ON FROM THE
      *                         HEADER IT HAD REACHED.
       20-JOIN-OWN-KEY.
           MOVE SC-1ST-HALF TO SC-ADJ-SAVE-HALF
           MOVE SC-2ND-HALF TO SC-1ST-HALF
           PERFORM 25-WRITE-OUTREC THRU 25-EXIT
           MOVE SC-ADJ-SAVE-HALF TO SC-1ST-HALF
           ADD 1 TO SC-ADJ-OWN-COUNT.

       20-JOIN-OWN-KEY-EXIT.
           EXIT.

       20-READ-DETAIL.
           IF SC-RECYCLE-RUN
              PERFORM 21-GET-MERGED-DETAIL
              ELSE
                 PERFORM 20-COPY-DETAIL THRU 20-COPY-DETAIL-EXIT
                 ADD 1 TO SC-IN2-COUNT
                 IF SC-CURR-ADJUSTMENT
                    ADD 1 TO SC-ADJ-COUNT
                 END-IF
                 PERFORM 24-ADD-DETAIL-AMOUNTS
                    THRU 24-ADD-DETAIL-AMOUNTS-EXIT
              END-IF
           MOVE D2-LINE-COUNT  TO SC-LINE-COUNT
           PERFORM 20-COPY-LINE-ITEM THRU 20-COPY-LINE-ITEM-EXIT
              VARYING SC-LINE-INDEX FROM 1 BY 1
                 UNTIL SC-LINE-INDEX > SC-LINE-COUNT
           IF D2-ADJUST-REC
              MOVE 'Y' TO SC-CURR-ADJUST-IND
           ELSE
              MOVE 'N' TO SC-CURR-ADJUST-IND
           END-IF
           PERFORM 20-SET-IN2-GENERATION
              THRU 20-SET-IN2-GENERATION-EXIT.

       20-COPY-DETAIL-EXIT.
           EXIT.
       20-COPY-LINE-ITEM-EXIT.
           EXIT.

      *                         STAMP THE CURRENT DETAIL'S INFILE2
      *                         GENERATION - THE NIGHT'S GENERATION
      *                         FOR AN ORDINARY DETAIL, ZERO FOR A
      *                         MANUAL ADJUSTMENT, WHICH CAME FROM NO
      *                         INFILE2 GENERATION AT ALL.
       20-SET-IN2-GENERATION.
           IF SC-CURR-ADJUSTMENT
              MOVE ZERO TO SA-IN2-GENERATION
           ELSE
              MOVE SC-IN2-GENERATION TO SA-IN2-GENERATION
           END-IF.

       20-SET-IN2-GENERATION-EXIT.
           EXIT.

       20-READ-HEADER.
           PERFORM 23-GET-HEADER THRU 23-EXIT
           IF NOT SW-END-OF-FILE1
                 VARYING SC-LINE-INDEX FROM 1 BY 1
                    UNTIL SC-LINE-INDEX > P2-LINE-COUNT
              MOVE 'Y' TO SC-IN2-PENDING-IND
              IF D2-ADJUST-REC
                 MOVE 'Y' TO SC-P2-ADJUST-IND
                 ADD 1 TO SC-ADJ-COUNT
              ELSE
                 MOVE 'N' TO SC-P2-ADJUST-IND
              END-IF
              ADD 1 TO SC-IN2-COUNT
              PERFORM 24-ADD-DETAIL-AMOUNTS
                 THRU 24-ADD-DETAIL-AMOUNTS-EXIT
              VARYING SC-LINE-INDEX FROM 1 BY 1
                 UNTIL SC-LINE-INDEX > SC-LINE-COUNT
           MOVE ZERO TO SC-CURR-AGE
           MOVE SC-P2-ADJUST-IND TO SC-CURR-ADJUST-IND
           PERFORM 20-SET-IN2-GENERATION
              THRU 20-SET-IN2-GENERATION-EXIT
           PERFORM 21-FILL-IN2-PENDING
              THRU 21-FILL-IN2-PENDING-EXIT.

              VARYING SC-LINE-INDEX FROM 1 BY 1
                 UNTIL SC-LINE-INDEX > SC-LINE-COUNT
           MOVE PS-AGE-COUNT TO SC-CURR-AGE
           MOVE 'N' TO SC-CURR-ADJUST-IND
           PERFORM 20-SET-IN2-GENERATION
              THRU 20-SET-IN2-GENERATION-EXIT
           PERFORM 21-FILL-SUSP-PENDING
              THRU 21-FILL-SUSP-PENDING-EXIT.

           PERFORM 39-AGED-SUSP-REPORT THRU 39-EXIT
           PERFORM 45-WRITE-RUN-LOG THRU 45-EXIT
           PERFORM 46-REGISTER-RUN THRU 46-EXIT
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

      *                         APPEND THE COMPLETION RECORD TO THE
       46-REG-ABEND-EXIT.
           EXIT.

      *                         MARK THIS STEP COMPLETE FOR THE
      *                         BUSINESS DATE SO AN ACCIDENTAL RERUN
      *                         IS REFUSED BY 04-CHECK-BUSINESS-DATE.
      *                         A RUN ENDING RC=8 OR WORSE PRODUCED
      *                         NOTHING THE NEXT STEP MAY USE AND IS
      *                         LEFT UNMARKED SO IT CAN BE RERUN.
       47-MARK-STEP-COMPLETE.
           IF RETURN-CODE > 4
              GO TO 47-EXIT
           END-IF
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO SC-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE SC-STEP-NAME TO BC-STEP-NAME
           MOVE SC-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO SC-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO SC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO SC-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE SC-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE SC-RUN-ID        TO BC-STEP-RUN-ID
           MOVE SC-RUN-DATE      TO BC-STEP-DATE
           MOVE SC-RUN-TIME      TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STACKEX1 - FATAL ERROR ON ' SC-ERROR-FILE-ID
                   ' - STATUS = ' SC-ERROR-STATUS
           DISPLAY 'STACKEX1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' SC-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

      *                         RECORD-COUNT RECONCILIATION REPORT -
      *                         HOW MANY RECORDS CAME IN FROM EACH
      *                         INPUT AND HOW MANY WENT OUT, WITH A
           DISPLAY 'INFILE1 RECORDS READ ..... ' SC-IN1-COUNT
           DISPLAY 'INFILE2 RECORDS READ ..... ' SC-IN2-COUNT
           DISPLAY 'OUTFILE RECORDS WRITTEN .. ' SC-OUT-COUNT
           DISPLAY 'MANUAL ADJUSTMENTS READ .. ' SC-ADJ-COUNT
           IF SC-ADJ-OWN-COUNT > ZERO
              DISPLAY 'ADJUSTMENTS ON OWN KEY ... ' SC-ADJ-OWN-COUNT
           END-IF
           IF SC-MODE-BROADCAST OR SC-MODE-CYCLE
              IF SC-OUT-COUNT NOT = SC-IN2-COUNT
                 DISPLAY '*** WARNING - OUTFILE COUNT DOES NOT MATCH '
