      *            GENERATION AND REVERSES ITS EFFECT - THE          *
      *            LINE-ITEM AMOUNTS COME BACK OUT OF               *
      *            AM-AMOUNT-TOTAL AND AM-POST-COUNT DROPS BY THE    *
      *            NUMBER OF RECORDS POSTED (AND, WHEN THE BAD RUN   *
      *            FALLS IN THE STILL-OPEN PERIOD - LATER THAN       *
      *            AM-LAST-CLOSE-PERIOD - THE MONTH-TO-DATE AMOUNT   *
      *            AND COUNT COME DOWN THE SAME WAY; A RUN IN A      *
      *            PERIOD ALREADY CLOSED LEAVES THEM ALONE, THE      *
      *            CLOSE HAVING RESET THEM) - INSTEAD OF RESTORING   *
      *            THE WHOLE CLUSTER FROM BACKUP AND REPLAYING DAYS  *
      *            OF POSTINGS.                                      *
      *            EVERY OUTREC CARRIES OA-RUN-ID AND THE MASTER     *
      *            KEEPS AM-LAST-RUN-ID, SO AN ACCOUNT IS ONLY       *
      *            REVERSED WHEN THE MASTER STILL SHOWS THE BAD      *
      *            RUN AS ITS LAST TOUCH. AN ACCOUNT THAT CANNOT BE  *
      *            CLEANLY REVERSED - NOT ON THE MASTER, FROZEN OR   *
      *            CLOSED SO THE BAD RUN NEVER POSTED TO IT, ALREADY *
      *            TOUCHED BY A LATER RUN-ID, OR WITH TOO SMALL A    *
      *            POSTING COUNT OR AMOUNT TOTAL TO ABSORB THE       *
      *            REVERSAL - IS LEFT ALONE AND REPORTED, SO THE     *
                 ==STK-ITEM-AMOUNT== BY ==BK-ITEM-AMOUNT==.

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

       FD  BKORPT
           RECORDING MODE IS F
      *                          LATER ONE, SO A MIS-POINTED OUTFIL
      *                          DD (A MERGED FILE OF TWO RUNS, SAY)
      *                          CANNOT HALF-REVERSE TWO RUNS.
      *                          THE BAD RUN'S PERIOD IS THE YYMM OF
      *                          ITS RUN DATE - THE SAME SIX-DIGIT
      *                          MATCH STKMEC1 USES ON HISTORY.
       01  BK-RUN-CONTROL.
           05 BK-BAD-RUN-ID       PIC X(12) VALUE SPACE.
           05 BK-BAD-RUN-YYMM     PIC X(04) VALUE SPACE.
           05 BK-OPEN-PERIOD-IND  PIC X(01) VALUE 'N'.
              88 BK-OPEN-PERIOD         VALUE 'Y'.
           05 BK-RUN-ID-SET-IND   PIC X(01) VALUE 'N'.
              88 BK-RUN-ID-SET          VALUE 'Y'.

      *                         TAG ON THE REPORT:
      *                           NOT ON MASTER - KEY MISSING FROM
      *                               THE CLUSTER
      *                           NOT OPEN      - THE ACCOUNT IS
      *                               FROZEN OR CLOSED AND THE BAD
      *                               RUN NEVER POSTED TO IT - ITS
      *                               ACTIVITY WENT TO STKPOST1'S
      *                               POSTING-EXCEPTION FILE
      *                           LATER RUN     - AM-LAST-RUN-ID IS
      *                               NOT THE BAD RUN'S - A LATER
      *                               POSTING HAS TOUCHED IT
      *                           COUNT SHORT   - AM-POST-COUNT TOO
      *                               SMALL TO ABSORB THE DECREMENT
      *                           MTD SHORT     - THE RUN IS IN THE
      *                               OPEN PERIOD BUT AM-MTD-COUNT IS
      *                               TOO SMALL TO ABSORB IT
      *                         A MASTER NEVER CLOSED (PERIOD NOT
      *                         NUMERIC) IS ALL OPEN PERIOD; MTD
      *                         FIELDS FROM BEFORE THEY EXISTED HOLD
      *                         SPACES AND ARE TAKEN AS ZERO.
      *                         THE AMOUNT ITSELF NEEDS NO GUARD -
      *                         AM-AMOUNT-TOTAL IS SIGNED AND A
      *                         CREDIT-HEAVY ACCOUNT MAY LEGITIMATELY
              PERFORM 26-REPORT-EXCEPTION THRU 26-EXIT
              GO TO 22-EXIT
           END-IF
           IF AM-LAST-RUN-ID NOT = BK-BAD-RUN-ID
                 AND AM-STATUS NOT = 'O'
              MOVE 'NOT OPEN    ' TO BK-PRT-TAG
              MOVE AM-LAST-RUN-ID TO BK-PRT-MST-RUN
              PERFORM 26-REPORT-EXCEPTION THRU 26-EXIT
              GO TO 22-EXIT
           END-IF
           IF AM-LAST-RUN-ID NOT = BK-BAD-RUN-ID
              MOVE 'LATER RUN   ' TO BK-PRT-TAG
              MOVE AM-LAST-RUN-ID TO BK-PRT-MST-RUN
              PERFORM 26-REPORT-EXCEPTION THRU 26-EXIT
              GO TO 22-EXIT
           END-IF
           MOVE 'N' TO BK-OPEN-PERIOD-IND
           IF AM-LAST-CLOSE-PERIOD NOT NUMERIC
              MOVE 'Y' TO BK-OPEN-PERIOD-IND
           ELSE
              IF BK-BAD-RUN-YYMM > AM-LAST-CLOSE-PERIOD(3:4)
                 MOVE 'Y' TO BK-OPEN-PERIOD-IND
              END-IF
           END-IF
           IF AM-MTD-AMOUNT NOT NUMERIC
              MOVE ZERO TO AM-MTD-AMOUNT
           END-IF
           IF AM-MTD-COUNT NOT NUMERIC
              MOVE ZERO TO AM-MTD-COUNT
           END-IF
           IF BK-OPEN-PERIOD AND AM-MTD-COUNT < BK-CUR-RECORDS
              MOVE 'MTD SHORT   ' TO BK-PRT-TAG
              MOVE AM-LAST-RUN-ID TO BK-PRT-MST-RUN
              PERFORM 26-REPORT-EXCEPTION THRU 26-EXIT
              GO TO 22-EXIT
           END-IF
           SUBTRACT BK-CUR-AMOUNT  FROM AM-AMOUNT-TOTAL
           SUBTRACT BK-CUR-RECORDS FROM AM-POST-COUNT
           IF BK-OPEN-PERIOD
              SUBTRACT BK-CUR-AMOUNT  FROM AM-MTD-AMOUNT
              SUBTRACT BK-CUR-RECORDS FROM AM-MTD-COUNT
           END-IF
           REWRITE AM-RECORD
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO BK-ERROR-FILE-ID
           END-IF
           IF NOT BK-RUN-ID-SET
              MOVE OA-RUN-ID TO BK-BAD-RUN-ID
              MOVE OA-RUN-DATE(1:4) TO BK-BAD-RUN-YYMM
              MOVE 'Y' TO BK-RUN-ID-SET-IND
           ELSE
              IF OA-RUN-ID NOT = BK-BAD-RUN-ID
