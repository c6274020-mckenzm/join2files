      *-------------------------------------------------------------*
      *  STKINQ1 : ONLINE ACCOUNT SUMMARY INQUIRY (CICS TRANSACTION  *
      *            SKIQ, MAP STKIM1 OF MAPSET STKINQM) - THE SCREEN  *
      *            THE SERVICE DESK AND OPERATIONS USE INSTEAD OF    *
      *            SUBMITTING STKHPRJ AND WAITING FOR THE PRINT.     *
      *            THE ACCOUNT KEY IS KEYED AND THE ACCTMST RECORD   *
      *            IS READ AND SHOWN IN FULL - LIFECYCLE STATUS AND  *
      *            DATES, LAST TRAN DATE, AMOUNT TOTAL AND POSTING   *
      *            COUNT, MONTH-TO-DATE FIGURES, THE LAST PERIOD     *
      *            CLOSED AND THE RUN-ID THAT LAST TOUCHED IT. PF5   *
      *            PASSES THE ACCOUNT AND AN OPTIONAL FROM-DATE TO   *
      *            STKINQ2 (XCTL) FOR THE TRANHIST BROWSE, WHICH     *
      *            COMES BACK HERE ON PF3. PSEUDO-CONVERSATIONAL -   *
      *            THE STATE BETWEEN SCREENS IS THE STKINQC          *
      *            COMMAREA. INQUIRY ONLY: THE PROGRAM ISSUES NO     *
      *            FILE UPDATE OF ANY KIND, AND THE CICS FILE        *
      *            DEFINITIONS (STKINQD) ALLOW READ AND BROWSE ONLY. *
      *            ACCESS IS BY RACF - SKIQ, SKIH AND THE TWO FILE   *
      *            PROFILES ARE PERMITTED TO THE SERVICE-DESK AND    *
      *            OPERATIONS GROUPS ONLY; A READ REFUSED WITH       *
      *            NOTAUTH IS ANSWERED ON THE SCREEN. AN UNEXPECTED  *
      *            CICS RESPONSE IS LOGGED TO CSMT AND ENDS THE      *
      *            CONVERSATION.                                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKINQ1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       DATA DIVISION.
      *--------------*
       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 INPUT-ERROR-IND     PIC X VALUE SPACE.
              88 SW-INPUT-ERROR         VALUE 'Y'.
           05 ACCOUNT-FOUND-IND   PIC X VALUE SPACE.
              88 SW-ACCOUNT-FOUND       VALUE 'Y'.
           05 CURSOR-IND          PIC X VALUE SPACE.
              88 SW-CURSOR-ON-DATE      VALUE 'D'.

       01  IQ-RESP                PIC S9(08) COMP VALUE ZERO.
       01  IQ-TRAN-ID             PIC X(04) VALUE 'SKIQ'.

      *                          THE ACCOUNT AND HISTORY FROM-DATE
      *                          FOR THIS INTERACTION - AS KEYED, OR
      *                          CARRIED FORWARD FROM THE COMMAREA
      *                          WHEN THE FIELD WAS NOT TOUCHED.
       01  IQ-REQUEST.
           05 IQ-REQ-ACCOUNT      PIC X(04) VALUE SPACE.
           05 IQ-REQ-FROM-DATE    PIC 9(08) VALUE ZERO.
           05 IQ-REQ-DATE-PARTS REDEFINES IQ-REQ-FROM-DATE.
              10 IQ-REQ-CCYY      PIC 9(04).
              10 IQ-REQ-MM        PIC 9(02).
              10 IQ-REQ-DD        PIC 9(02).

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

       01  IQ-COMMAREA.
           COPY STKINQC.

       01  IQ-DISPLAY-FIELDS.
           05 IQ-EDIT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 IQ-EDIT-COUNT       PIC ZZ,ZZZ,ZZ9.
           05 IQ-MTD-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 IQ-MTD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 IQ-MESSAGE          PIC X(79) VALUE SPACE.

      *                          CCYYMMDD IN, CCYY-MM-DD OUT ('NONE'
      *                          FOR A DATE THAT HAS NOT HAPPENED).
       01  IQ-DATE-WORK.
           05 IQ-DATE-IN          PIC 9(08).
           05 IQ-DATE-IN-PARTS REDEFINES IQ-DATE-IN.
              10 IQ-DI-CCYY       PIC X(04).
              10 IQ-DI-MM         PIC X(02).
              10 IQ-DI-DD         PIC X(02).
           05 IQ-DATE-OUT.
              10 IQ-DO-CCYY       PIC X(04).
              10 FILLER           PIC X(01) VALUE '-'.
              10 IQ-DO-MM         PIC X(02).
              10 FILLER           PIC X(01) VALUE '-'.
              10 IQ-DO-DD         PIC X(02).
           05 IQ-DATE-TEXT        PIC X(10).

      *                          CCYYMM IN, CCYY-MM OUT.
       01  IQ-PERIOD-WORK.
           05 IQ-PERIOD-IN        PIC 9(06).
           05 IQ-PERIOD-IN-PARTS REDEFINES IQ-PERIOD-IN.
              10 IQ-PI-CCYY       PIC X(04).
              10 IQ-PI-MM         PIC X(02).
           05 IQ-PERIOD-OUT.
              10 IQ-PO-CCYY       PIC X(04).
              10 FILLER           PIC X(01) VALUE '-'.
              10 IQ-PO-MM         PIC X(02).

       01  IQ-END-MESSAGE         PIC X(31)
               VALUE 'STKINQ1 - ACCOUNT INQUIRY ENDED'.

       01  IQ-ERROR-INFO.
           05 FILLER              PIC X(25)
               VALUE 'STKINQ1 - FATAL ERROR ON '.
           05 IQ-ERROR-FILE-ID    PIC X(08).
           05 FILLER              PIC X(10) VALUE ' - RESP = '.
           05 IQ-ERROR-RESP       PIC 9(04).

           COPY STKINQM.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE SECTION.
      *------------------*
       01  DFHCOMMAREA            PIC X(256).

       PROCEDURE DIVISION.
      *-------------------*
      *                         NO COMMAREA (OR NOT OURS) MEANS A NEW
      *                         CONVERSATION - TYPED SKIQ, OR SKIH
      *                         TYPED WITHOUT AN ACCOUNT. 'R' IN THE
      *                         COMMAREA MEANS STKINQ2 HAS HANDED
      *                         BACK (PF3 FROM THE BROWSE).
       00-MAINLINE.
           MOVE SPACES TO IQ-MESSAGE
           IF EIBCALEN NOT = LENGTH OF IQ-COMMAREA
              PERFORM 10-FIRST-TIME THRU 10-EXIT
           ELSE
              MOVE DFHCOMMAREA TO IQ-COMMAREA
              IF IC-TO-SUMMARY
                 PERFORM 15-BACK-FROM-HISTORY THRU 15-EXIT
              ELSE
                 PERFORM 20-PROCESS-KEY THRU 20-EXIT
              END-IF
           END-IF
           MOVE 'S' TO IC-SCREEN
           EXEC CICS RETURN TRANSID(IQ-TRAN-ID)
                COMMAREA(IQ-COMMAREA)
                LENGTH(LENGTH OF IQ-COMMAREA)
           END-EXEC.

       10-FIRST-TIME.
           MOVE SPACES TO IQ-COMMAREA
           MOVE ZERO TO IC-FROM-DATE
                        IC-PAGE-COUNT
           MOVE LOW-VALUES TO STKIM1O
           MOVE 'KEY AN ACCOUNT AND PRESS ENTER' TO IQ-MESSAGE
           PERFORM 70-SEND-MAP THRU 70-EXIT.

       10-EXIT.
           EXIT.

       15-BACK-FROM-HISTORY.
           MOVE IC-ACCOUNT-KEY TO IQ-REQ-ACCOUNT
           MOVE IC-FROM-DATE   TO IQ-REQ-FROM-DATE
           PERFORM 30-INQUIRE THRU 30-EXIT
           PERFORM 70-SEND-MAP THRU 70-EXIT.

       15-EXIT.
           EXIT.

       20-PROCESS-KEY.
           EVALUATE EIBAID
              WHEN DFHCLEAR
              WHEN DFHPF3
                 PERFORM 80-END-SESSION THRU 80-EXIT
              WHEN DFHENTER
                 PERFORM 25-RECEIVE-MAP THRU 25-EXIT
                 IF NOT SW-INPUT-ERROR
                    PERFORM 30-INQUIRE THRU 30-EXIT
                 END-IF
              WHEN DFHPF5
                 PERFORM 25-RECEIVE-MAP THRU 25-EXIT
                 IF NOT SW-INPUT-ERROR
                    PERFORM 30-INQUIRE THRU 30-EXIT
                    IF SW-ACCOUNT-FOUND
                       PERFORM 40-TO-HISTORY THRU 40-EXIT
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE IC-ACCOUNT-KEY TO IQ-REQ-ACCOUNT
                 MOVE IC-FROM-DATE   TO IQ-REQ-FROM-DATE
                 IF IQ-REQ-ACCOUNT = SPACES
                    MOVE LOW-VALUES TO STKIM1O
                 ELSE
                    PERFORM 30-INQUIRE THRU 30-EXIT
                 END-IF
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF3 OR CLEAR'
                   TO IQ-MESSAGE
           END-EVALUATE
           IF SW-INPUT-ERROR
              MOVE LOW-VALUES TO STKIM1O
           END-IF
           PERFORM 70-SEND-MAP THRU 70-EXIT.

       20-EXIT.
           EXIT.

      *                         A FIELD NOT TOUCHED SINCE THE LAST
      *                         SEND IS NOT RETURNED (FRSET), SO THE
      *                         ACCOUNT AND DATE ON DISPLAY ARE TAKEN
      *                         FROM THE COMMAREA UNLESS RE-KEYED -
      *                         MAPFAIL IS THEREFORE NOT AN ERROR. A
      *                         FIELD ERASED WITH ERASE-EOF COMES
      *                         BACK EMPTY AND FLAGGED DFHBMEOF.
       25-RECEIVE-MAP.
           MOVE SPACE TO INPUT-ERROR-IND
           MOVE SPACE TO CURSOR-IND
           MOVE IC-ACCOUNT-KEY TO IQ-REQ-ACCOUNT
           MOVE IC-FROM-DATE   TO IQ-REQ-FROM-DATE
           EXEC CICS RECEIVE MAP('STKIM1')
                MAPSET('STKINQM')
                INTO(STKIM1I)
                RESP(IQ-RESP)
           END-EXEC
           IF IQ-RESP NOT = DFHRESP(NORMAL)
                 AND IQ-RESP NOT = DFHRESP(MAPFAIL)
              MOVE 'STKIM1'   TO IQ-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF IQ-RESP = DFHRESP(NORMAL)
              IF ACCTL > ZERO
                 MOVE ACCTI TO IQ-REQ-ACCOUNT
              ELSE
                 IF ACCTF = DFHBMEOF
                    MOVE SPACES TO IQ-REQ-ACCOUNT
                 END-IF
              END-IF
              IF HDTEL > ZERO
                 IF HDTEI NOT NUMERIC
                    MOVE 'Y' TO INPUT-ERROR-IND
                    MOVE 'D' TO CURSOR-IND
                 ELSE
                    MOVE HDTEI TO IQ-REQ-FROM-DATE
                 END-IF
              ELSE
                 IF HDTEF = DFHBMEOF
                    MOVE ZERO TO IQ-REQ-FROM-DATE
                 END-IF
              END-IF
           END-IF
           IF IQ-REQ-ACCOUNT = SPACES
              MOVE 'Y' TO INPUT-ERROR-IND
              MOVE SPACE TO CURSOR-IND
              MOVE 'KEY AN ACCOUNT AND PRESS ENTER' TO IQ-MESSAGE
              GO TO 25-EXIT
           END-IF
           IF NOT SW-INPUT-ERROR
              IF IQ-REQ-FROM-DATE NOT = ZERO
                 IF IQ-REQ-MM < 01 OR IQ-REQ-MM > 12
                       OR IQ-REQ-DD < 01 OR IQ-REQ-DD > 31
                    MOVE 'Y' TO INPUT-ERROR-IND
                    MOVE 'D' TO CURSOR-IND
                 END-IF
              END-IF
           END-IF
           IF SW-INPUT-ERROR
              MOVE 'FROM DATE MUST BE CCYYMMDD OR BLANK FOR ALL HISTORY'
                TO IQ-MESSAGE
           END-IF.

       25-EXIT.
           EXIT.

       30-INQUIRE.
           MOVE LOW-VALUES TO STKIM1O
           MOVE SPACE TO ACCOUNT-FOUND-IND
           EXEC CICS READ FILE('ACCTMST')
                INTO(AM-RECORD)
                RIDFLD(IQ-REQ-ACCOUNT)
                RESP(IQ-RESP)
           END-EXEC
           EVALUATE IQ-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'Y' TO ACCOUNT-FOUND-IND
                 MOVE IQ-REQ-ACCOUNT   TO IC-ACCOUNT-KEY
                 MOVE IQ-REQ-FROM-DATE TO IC-FROM-DATE
                 PERFORM 35-FORMAT-ACCOUNT THRU 35-EXIT
                 IF IQ-MESSAGE = SPACES
                    MOVE 'ACCOUNT DISPLAYED - PF5 BROWSES ITS HISTORY'
                      TO IQ-MESSAGE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES TO IC-ACCOUNT-KEY
                 STRING 'ACCOUNT '          DELIMITED BY SIZE
                        IQ-REQ-ACCOUNT      DELIMITED BY SIZE
                        ' IS NOT ON THE ACCOUNT MASTER'
                                            DELIMITED BY SIZE
                    INTO IQ-MESSAGE
              WHEN DFHRESP(NOTAUTH)
                 MOVE SPACES TO IC-ACCOUNT-KEY
                 MOVE 'NOT AUTHORIZED - FOR SERVICE DESK AND OPERATIONS'
                   TO IQ-MESSAGE
              WHEN DFHRESP(NOTOPEN)
              WHEN DFHRESP(DISABLED)
                 MOVE SPACES TO IC-ACCOUNT-KEY
                 MOVE 'ACCOUNT MASTER IS OFFLINE FOR BATCH - TRY LATER'
                   TO IQ-MESSAGE
              WHEN OTHER
                 MOVE 'ACCTMST'  TO IQ-ERROR-FILE-ID
                 PERFORM 90-ABEND THRU 90-EXIT
           END-EVALUATE.

       30-EXIT.
           EXIT.

       35-FORMAT-ACCOUNT.
           EVALUATE AM-STATUS
              WHEN 'O'
                 MOVE 'OPEN'      TO STATO
              WHEN 'F'
                 MOVE 'FROZEN'    TO STATO
              WHEN 'C'
                 MOVE 'CLOSED'    TO STATO
              WHEN OTHER
                 MOVE SPACES      TO STATO
                 STRING 'CODE '   DELIMITED BY SIZE
                        AM-STATUS DELIMITED BY SIZE
                    INTO STATO
           END-EVALUATE
           MOVE AM-OPEN-DATE TO IQ-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IQ-DATE-TEXT TO OPNDO
           MOVE AM-CLOSE-DATE TO IQ-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IQ-DATE-TEXT TO CLSDO
           MOVE AM-LAST-TRAN-DATE TO IQ-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IQ-DATE-TEXT TO LTDTO
           MOVE AM-AMOUNT-TOTAL TO IQ-EDIT-AMOUNT
           MOVE IQ-EDIT-AMOUNT  TO AMTTO
           MOVE AM-POST-COUNT   TO IQ-EDIT-COUNT
           MOVE IQ-EDIT-COUNT   TO PCNTO
           MOVE AM-LAST-RUN-ID  TO LRUNO
      *                         RECORDS WRITTEN BEFORE THE MONTH-TO-
      *                         DATE FIELDS EXISTED CARRY SPACES.
           IF AM-MTD-AMOUNT NUMERIC
              MOVE AM-MTD-AMOUNT TO IQ-MTD-AMOUNT
           ELSE
              MOVE ZERO TO IQ-MTD-AMOUNT
           END-IF
           IF AM-MTD-COUNT NUMERIC
              MOVE AM-MTD-COUNT TO IQ-MTD-COUNT
           ELSE
              MOVE ZERO TO IQ-MTD-COUNT
           END-IF
           MOVE IQ-MTD-AMOUNT   TO IQ-EDIT-AMOUNT
           MOVE IQ-EDIT-AMOUNT  TO MTDAO
           MOVE IQ-MTD-COUNT    TO IQ-EDIT-COUNT
           MOVE IQ-EDIT-COUNT   TO MTDCO
           IF AM-LAST-CLOSE-PERIOD NUMERIC
                 AND AM-LAST-CLOSE-PERIOD NOT = ZERO
              MOVE AM-LAST-CLOSE-PERIOD TO IQ-PERIOD-IN
              MOVE IQ-PI-CCYY    TO IQ-PO-CCYY
              MOVE IQ-PI-MM      TO IQ-PO-MM
              MOVE IQ-PERIOD-OUT TO LCLPO
           ELSE
              MOVE 'NONE'        TO LCLPO
           END-IF.

       35-EXIT.
           EXIT.

      *                         ONLY REACHED WITH THE ACCOUNT JUST
      *                         READ AND ON DISPLAY. THE XCTL DOES
      *                         NOT RETURN WHEN IT WORKS.
       40-TO-HISTORY.
           MOVE 'H' TO IC-SCREEN
           EXEC CICS XCTL PROGRAM('STKINQ2')
                COMMAREA(IQ-COMMAREA)
                LENGTH(LENGTH OF IQ-COMMAREA)
                RESP(IQ-RESP)
           END-EXEC
           MOVE 'S' TO IC-SCREEN
           MOVE 'HISTORY BROWSE IS NOT AVAILABLE - CONTACT OPERATIONS'
             TO IQ-MESSAGE.

       40-EXIT.
           EXIT.

       60-EDIT-DATE.
           IF IQ-DATE-IN NOT NUMERIC OR IQ-DATE-IN = ZERO
              MOVE 'NONE'      TO IQ-DATE-TEXT
           ELSE
              MOVE IQ-DI-CCYY  TO IQ-DO-CCYY
              MOVE IQ-DI-MM    TO IQ-DO-MM
              MOVE IQ-DI-DD    TO IQ-DO-DD
              MOVE IQ-DATE-OUT TO IQ-DATE-TEXT
           END-IF.

       60-EXIT.
           EXIT.

       70-SEND-MAP.
           MOVE IQ-REQ-ACCOUNT TO ACCTO
           IF IQ-REQ-FROM-DATE = ZERO
              MOVE SPACES TO HDTEO
           ELSE
              MOVE IQ-REQ-FROM-DATE TO HDTEO
           END-IF
           MOVE IQ-MESSAGE TO SMSGO
           IF SW-CURSOR-ON-DATE
              MOVE -1 TO HDTEL
           ELSE
              MOVE -1 TO ACCTL
           END-IF
           EXEC CICS SEND MAP('STKIM1')
                MAPSET('STKINQM')
                FROM(STKIM1O)
                ERASE
                CURSOR
                RESP(IQ-RESP)
           END-EXEC
           IF IQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'STKIM1'   TO IQ-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       70-EXIT.
           EXIT.

       80-END-SESSION.
           EXEC CICS SEND TEXT FROM(IQ-END-MESSAGE)
                LENGTH(LENGTH OF IQ-END-MESSAGE)
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       80-EXIT.
           EXIT.

       90-ABEND.
           MOVE IQ-RESP TO IQ-ERROR-RESP
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(IQ-ERROR-INFO)
                LENGTH(LENGTH OF IQ-ERROR-INFO)
                NOHANDLE
           END-EXEC
           EXEC CICS SEND TEXT FROM(IQ-ERROR-INFO)
                LENGTH(LENGTH OF IQ-ERROR-INFO)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       90-EXIT.
           EXIT.
