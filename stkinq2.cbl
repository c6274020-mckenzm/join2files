      *-------------------------------------------------------------*
      *  STKINQ2 : ONLINE TRANSACTION-HISTORY BROWSE (CICS           *
      *            TRANSACTION SKIH, MAPS STKIM2/STKIM3 OF MAPSET    *
      *            STKINQM). ENTERED ONLY BY XCTL FROM THE ACCOUNT   *
      *            SUMMARY (STKINQ1, PF5) WITH THE ACCOUNT AND A     *
      *            FROM-DATE IN THE STKINQC COMMAREA - SKIH TYPED ON *
      *            A CLEAR SCREEN IS PASSED TO THE SUMMARY. THE      *
      *            TRANHIST KSDS IS BROWSED FROM ACCOUNT + FROM-DATE *
      *            AND TWELVE RECORDS ARE LISTED A PAGE (HEADER AND  *
      *            DETAIL TRAN DATES, SEQUENCE, ITEM COUNT, NET OF   *
      *            THE LINE ITEMS AND THE LOADING RUN-ID). PF8 PAGES *
      *            FORWARD AND PF7 BACK - ALSO BEFORE THE FROM-DATE  *
      *            - WITHIN THE ACCOUNT; A NEW FROM-DATE KEYED ON    *
      *            THE LIST REPOSITIONS. A LINE NUMBER KEYED         *
      *            EXPANDS THAT RECORD (STKIM3) TO ITS LINE ITEMS    *
      *            AND ITS AUDIT STAMP - RUN-ID, RUN DATE AND TIME,  *
      *            INFILE1/INFILE2 GENERATIONS (AN INFILE2           *
      *            GENERATION OF ZERO IS SHOWN AS 'ADJ ' - A MANUAL  *
      *            ADJUSTMENT, SEE STKAUDIT). ENTER OR PF3 GOES      *
      *            BACK TO THE LIST; PF3 ON THE LIST (PF12 ON THE    *
      *            DETAIL) RETURNS TO THE ACCOUNT SUMMARY. NO BROWSE *
      *            IS HELD ACROSS A TERMINAL WAIT - EACH PAGE IS     *
      *            RE-READ FROM THE KEYS SAVED IN THE COMMAREA, SO A *
      *            RECORD PURGED BY STKHPG1 MEANWHILE SIMPLY DROPS   *
      *            OUT. INQUIRY ONLY: NO FILE UPDATE IS ISSUED. A    *
      *            BROWSE REFUSED WITH NOTAUTH (RACF, SEE STKINQD)   *
      *            IS ANSWERED ON THE SCREEN; AN UNEXPECTED CICS     *
      *            RESPONSE IS LOGGED TO CSMT AND ENDS THE           *
      *            CONVERSATION.                                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKINQ2'.

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
           05 END-OF-BROWSE-IND   PIC X VALUE SPACE.
              88 SW-END-OF-BROWSE       VALUE 'Y'.
           05 INPUT-ERROR-IND     PIC X VALUE SPACE.
              88 SW-INPUT-ERROR         VALUE 'Y'.
           05 REPOSITION-IND      PIC X VALUE SPACE.
              88 SW-REPOSITION          VALUE 'Y'.

       01  IH-RESP                PIC S9(08) COMP VALUE ZERO.
       01  IH-TRAN-ID             PIC X(04) VALUE 'SKIH'.
       01  IH-PAGE-SIZE           PIC 9(02) VALUE 12.
       01  IH-LINE-INDEX          PIC 9(02) COMP.
       01  IH-ITEM-LIMIT          PIC 9(02) COMP.
       01  IH-BACK-COUNT          PIC 9(02) COMP.
       01  IH-SELECT-LINE         PIC 9(02) VALUE ZERO.

      *                          THE BROWSE RIDFLD, AND THE KEYS THAT
      *                          BOUND A PAGE - RECORDS AT OR BELOW
      *                          THE SKIP KEY ARE PASSED OVER READING
      *                          FORWARD, RECORDS AT OR ABOVE THE
      *                          BASE KEY READING BACK.
       01  IH-BROWSE-KEY.
           05 IH-BK-ACCOUNT       PIC X(04).
           05 IH-BK-TRAN-DATE     PIC 9(08).
           05 IH-BK-SEQ           PIC 9(04).
       01  IH-SKIP-KEY            PIC X(16).
       01  IH-BASE-KEY            PIC X(16).
       01  IH-EARLIEST-KEY        PIC X(16).

       01  IH-REQ-FROM-DATE       PIC 9(08) VALUE ZERO.
       01  IH-REQ-DATE-PARTS REDEFINES IH-REQ-FROM-DATE.
           05 IH-REQ-CCYY         PIC 9(04).
           05 IH-REQ-MM           PIC 9(02).
           05 IH-REQ-DD           PIC 9(02).

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

       01  IH-COMMAREA.
           COPY STKINQC.

      *                          ONE 79-BYTE ROW OF THE BROWSE LIST -
      *                          COLUMNS MATCH THE STKIM2 HEADING.
       01  IH-LIST-LINE.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 IH-LL-NO            PIC 9(02).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 IH-LL-TRAN-DATE     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 IH-LL-SEQ           PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 IH-LL-DTL-DATE      PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 IH-LL-LINES         PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 IH-LL-NET           PIC ZZZ,ZZ9.99-.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 IH-LL-RUN-ID        PIC X(12).
           05 FILLER              PIC X(11) VALUE SPACE.

      *                          ONE LINE ITEM ON THE DETAIL SCREEN -
      *                          COLUMNS MATCH THE STKIM3 HEADING.
       01  IH-ITEM-LINE.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 IH-IL-NO            PIC Z9.
           05 FILLER              PIC X(04) VALUE SPACE.
           05 IH-IL-CODE          PIC X(04).
           05 FILLER              PIC X(04) VALUE SPACE.
           05 IH-IL-AMOUNT        PIC ZZ,ZZ9.99-.
           05 FILLER              PIC X(52) VALUE SPACE.

       01  IH-DISPLAY-FIELDS.
           05 IH-NET-AMOUNT       PIC S9(07)V99 COMP-3 VALUE ZERO.
           05 IH-EDIT-NET         PIC ZZZ,ZZ9.99-.
           05 IH-MESSAGE          PIC X(79) VALUE SPACE.

      *                          CCYYMMDD IN, CCYY-MM-DD OUT.
       01  IH-DATE-WORK.
           05 IH-DATE-IN          PIC 9(08).
           05 IH-DATE-IN-PARTS REDEFINES IH-DATE-IN.
              10 IH-DI-CCYY       PIC X(04).
              10 IH-DI-MM         PIC X(02).
              10 IH-DI-DD         PIC X(02).
           05 IH-DATE-OUT.
              10 IH-DO-CCYY       PIC X(04).
              10 FILLER           PIC X(01) VALUE '-'.
              10 IH-DO-MM         PIC X(02).
              10 FILLER           PIC X(01) VALUE '-'.
              10 IH-DO-DD         PIC X(02).
           05 IH-DATE-TEXT        PIC X(10).

       01  IH-END-MESSAGE         PIC X(31)
               VALUE 'STKINQ2 - ACCOUNT INQUIRY ENDED'.

       01  IH-ERROR-INFO.
           05 FILLER              PIC X(25)
               VALUE 'STKINQ2 - FATAL ERROR ON '.
           05 IH-ERROR-FILE-ID    PIC X(08).
           05 FILLER              PIC X(10) VALUE ' - RESP = '.
           05 IH-ERROR-RESP       PIC 9(04).

           COPY STKINQM.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE SECTION.
      *------------------*
       01  DFHCOMMAREA            PIC X(256).

       PROCEDURE DIVISION.
      *-------------------*
      *                         THE COMMAREA SAYS WHICH SCREEN THE
      *                         TERMINAL IS ON: 'H' JUST ARRIVED FROM
      *                         THE SUMMARY, 'L' THE LIST, 'D' AN
      *                         EXPANDED RECORD.
       00-MAINLINE.
           MOVE SPACES TO IH-MESSAGE
           IF EIBCALEN NOT = LENGTH OF IH-COMMAREA
              PERFORM 05-START-AT-SUMMARY THRU 05-EXIT
           END-IF
           MOVE DFHCOMMAREA TO IH-COMMAREA
           EVALUATE TRUE
              WHEN IC-TO-HISTORY
                 MOVE IC-FROM-DATE TO IH-REQ-FROM-DATE
                 PERFORM 10-START-BROWSE THRU 10-EXIT
                 PERFORM 70-SEND-LIST THRU 70-EXIT
              WHEN IC-ON-LIST
                 PERFORM 20-PROCESS-LIST THRU 20-EXIT
              WHEN IC-ON-DETAIL
                 PERFORM 40-PROCESS-DETAIL THRU 40-EXIT
              WHEN OTHER
                 PERFORM 05-START-AT-SUMMARY THRU 05-EXIT
           END-EVALUATE
           EXEC CICS RETURN TRANSID(IH-TRAN-ID)
                COMMAREA(IH-COMMAREA)
                LENGTH(LENGTH OF IH-COMMAREA)
           END-EXEC.

      *                         NO ACCOUNT TO BROWSE - HAND THE
      *                         TERMINAL TO THE SUMMARY AS A NEW
      *                         CONVERSATION. DOES NOT RETURN.
       05-START-AT-SUMMARY.
           EXEC CICS XCTL PROGRAM('STKINQ1')
                RESP(IH-RESP)
           END-EXEC
           MOVE 'STKINQ1'  TO IH-ERROR-FILE-ID
           PERFORM 90-ABEND THRU 90-EXIT.

       05-EXIT.
           EXIT.

      *                         POSITION AT ACCOUNT + FROM-DATE (A
      *                         ZERO DATE IS THE ACCOUNT'S FIRST
      *                         RECORD) AND LIST THE FIRST PAGE.
       10-START-BROWSE.
           MOVE IH-REQ-FROM-DATE TO IC-FROM-DATE
           MOVE IC-ACCOUNT-KEY   TO IH-BK-ACCOUNT
           MOVE IC-FROM-DATE     TO IH-BK-TRAN-DATE
           MOVE ZERO             TO IH-BK-SEQ
           MOVE IH-BROWSE-KEY    TO IC-START-KEY
           MOVE LOW-VALUES       TO IH-SKIP-KEY
           PERFORM 50-FILL-PAGE THRU 50-EXIT.

       10-EXIT.
           EXIT.

       20-PROCESS-LIST.
           EVALUATE EIBAID
              WHEN DFHCLEAR
                 PERFORM 80-END-SESSION THRU 80-EXIT
              WHEN DFHPF3
                 PERFORM 75-TO-SUMMARY THRU 75-EXIT
              WHEN DFHPF7
                 PERFORM 56-PAGE-BACK THRU 56-EXIT
              WHEN DFHPF8
                 IF IC-MORE-AFTER
                    MOVE IC-PAGE-KEY(IC-PAGE-COUNT) TO IH-BROWSE-KEY
                                                       IH-SKIP-KEY
                    PERFORM 50-FILL-PAGE THRU 50-EXIT
                 ELSE
                    MOVE 'NO LATER HISTORY FOR THIS ACCOUNT'
                      TO IH-MESSAGE
                    PERFORM 59-REFRESH-PAGE THRU 59-EXIT
                 END-IF
              WHEN DFHENTER
                 PERFORM 25-RECEIVE-LIST THRU 25-EXIT
                 EVALUATE TRUE
                    WHEN SW-INPUT-ERROR
                       PERFORM 59-REFRESH-PAGE THRU 59-EXIT
                    WHEN SW-REPOSITION
                       PERFORM 10-START-BROWSE THRU 10-EXIT
                    WHEN IH-SELECT-LINE > ZERO
                       MOVE IC-PAGE-KEY(IH-SELECT-LINE)
                         TO IC-DETAIL-KEY
                       PERFORM 30-SHOW-DETAIL THRU 30-EXIT
                    WHEN OTHER
                       MOVE 'KEY A LINE NUMBER OR A NEW FROM DATE'
                         TO IH-MESSAGE
                       PERFORM 59-REFRESH-PAGE THRU 59-EXIT
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF7, PF8, PF3 OR CLEAR'
                   TO IH-MESSAGE
                 PERFORM 59-REFRESH-PAGE THRU 59-EXIT
           END-EVALUATE
           IF IC-ON-LIST
              PERFORM 70-SEND-LIST THRU 70-EXIT
           END-IF.

       20-EXIT.
           EXIT.

      *                         FIELDS NOT TOUCHED SINCE THE SEND ARE
      *                         NOT RETURNED (FRSET) - MAPFAIL JUST
      *                         MEANS ENTER ON AN UNCHANGED SCREEN.
      *                         ANY FROM-DATE KEYED (OR ERASED TO
      *                         BLANK) REPOSITIONS AND TAKES
      *                         PRECEDENCE OVER A LINE NUMBER.
       25-RECEIVE-LIST.
           MOVE SPACE TO INPUT-ERROR-IND
                         REPOSITION-IND
           MOVE ZERO TO IH-SELECT-LINE
           MOVE IC-FROM-DATE TO IH-REQ-FROM-DATE
           EXEC CICS RECEIVE MAP('STKIM2')
                MAPSET('STKINQM')
                INTO(STKIM2I)
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP = DFHRESP(MAPFAIL)
              GO TO 25-EXIT
           END-IF
           IF IH-RESP NOT = DFHRESP(NORMAL)
              MOVE 'STKIM2'   TO IH-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF FDTEL > ZERO
              IF FDTEI NOT NUMERIC
                 MOVE 'Y' TO INPUT-ERROR-IND
              ELSE
                 MOVE FDTEI TO IH-REQ-FROM-DATE
                 MOVE 'Y' TO REPOSITION-IND
              END-IF
           ELSE
              IF FDTEF = DFHBMEOF
                 MOVE ZERO TO IH-REQ-FROM-DATE
                 MOVE 'Y' TO REPOSITION-IND
              END-IF
           END-IF
           IF NOT SW-INPUT-ERROR AND IH-REQ-FROM-DATE NOT = ZERO
              IF IH-REQ-MM < 01 OR IH-REQ-MM > 12
                    OR IH-REQ-DD < 01 OR IH-REQ-DD > 31
                 MOVE 'Y' TO INPUT-ERROR-IND
              END-IF
           END-IF
           IF SW-INPUT-ERROR
              MOVE 'FROM DATE MUST BE CCYYMMDD OR BLANK FOR ALL HISTORY'
                TO IH-MESSAGE
              GO TO 25-EXIT
           END-IF
           IF SW-REPOSITION OR SELNL = ZERO
              GO TO 25-EXIT
           END-IF
           IF SELNI NOT NUMERIC
              MOVE 'Y' TO INPUT-ERROR-IND
           ELSE
              MOVE SELNI TO IH-SELECT-LINE
              IF IH-SELECT-LINE = ZERO
                    OR IH-SELECT-LINE > IC-PAGE-COUNT
                 MOVE 'Y' TO INPUT-ERROR-IND
              END-IF
           END-IF
           IF SW-INPUT-ERROR
              MOVE ZERO TO IH-SELECT-LINE
              MOVE 'THAT LINE NUMBER IS NOT ON THIS PAGE' TO IH-MESSAGE
           END-IF.

       25-EXIT.
           EXIT.

       30-SHOW-DETAIL.
           EXEC CICS READ FILE('TRANHIST')
                INTO(TH-RECORD)
                RIDFLD(IC-DETAIL-KEY)
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP = DFHRESP(NORMAL)
              PERFORM 35-FORMAT-DETAIL THRU 35-EXIT
              PERFORM 72-SEND-DETAIL THRU 72-EXIT
              GO TO 30-EXIT
           END-IF
           IF IH-RESP = DFHRESP(NOTFND)
              MOVE 'THAT RECORD HAS BEEN PURGED - PAGE RE-READ'
                TO IH-MESSAGE
           ELSE
              PERFORM 85-FILE-UNAVAILABLE THRU 85-EXIT
           END-IF
           PERFORM 59-REFRESH-PAGE THRU 59-EXIT
           MOVE 'L' TO IC-SCREEN.

       30-EXIT.
           EXIT.

       35-FORMAT-DETAIL.
           MOVE LOW-VALUES TO STKIM3O
           MOVE TH-ACCOUNT-KEY TO DACCO
           MOVE TH-TRAN-DATE TO IH-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IH-DATE-TEXT TO DTDTO
           MOVE TH-SEQ TO DSEQO
           MOVE TH-DTL-DATE TO IH-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IH-DATE-TEXT TO DDTLO
           PERFORM 62-NET-ITEMS THRU 62-EXIT
           PERFORM 36-FORMAT-ITEM THRU 36-EXIT
              VARYING IH-LINE-INDEX FROM 1 BY 1
                 UNTIL IH-LINE-INDEX > IH-ITEM-LIMIT
           MOVE IH-NET-AMOUNT TO IH-EDIT-NET
           MOVE IH-EDIT-NET TO DNETO
           MOVE TH-RUN-ID TO DRIDO
           MOVE TH-RUN-DATE TO DRDTO
           MOVE TH-RUN-TIME TO DRTMO
           MOVE TH-IN1-GENERATION TO DGN1O
           IF TH-IN2-GENERATION = ZERO
              MOVE 'ADJ ' TO DGN2O
              IF IH-MESSAGE = SPACES
                 MOVE 'MANUAL ADJUSTMENT - APPROVED IN STKADJ1'
                   TO IH-MESSAGE
              END-IF
           ELSE
              MOVE TH-IN2-GENERATION TO DGN2O
           END-IF
           IF IH-ITEM-LIMIT = ZERO AND IH-MESSAGE = SPACES
              MOVE 'THIS RECORD CARRIES NO LINE ITEMS' TO IH-MESSAGE
           END-IF.

       35-EXIT.
           EXIT.

       36-FORMAT-ITEM.
           MOVE IH-LINE-INDEX TO IH-IL-NO
           MOVE TH-ITEM-CODE(IH-LINE-INDEX) TO IH-IL-CODE
           MOVE TH-ITEM-AMOUNT(IH-LINE-INDEX) TO IH-IL-AMOUNT
           MOVE IH-ITEM-LINE TO DITMO(IH-LINE-INDEX).

       36-EXIT.
           EXIT.

       40-PROCESS-DETAIL.
           EVALUATE EIBAID
              WHEN DFHCLEAR
                 PERFORM 80-END-SESSION THRU 80-EXIT
              WHEN DFHPF12
                 PERFORM 75-TO-SUMMARY THRU 75-EXIT
              WHEN DFHENTER
              WHEN DFHPF3
                 PERFORM 59-REFRESH-PAGE THRU 59-EXIT
                 PERFORM 70-SEND-LIST THRU 70-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF3, PF12 OR CLEAR'
                   TO IH-MESSAGE
                 PERFORM 30-SHOW-DETAIL THRU 30-EXIT
                 IF IC-ON-LIST
                    PERFORM 70-SEND-LIST THRU 70-EXIT
                 END-IF
           END-EVALUATE.

       40-EXIT.
           EXIT.

      *                         FILL ONE PAGE READING FORWARD FROM
      *                         IH-BROWSE-KEY UNTIL THE PAGE IS FULL
      *                         OR THE ACCOUNT CHANGES. ONE READ PAST
      *                         A FULL PAGE TELLS WHETHER PF8 HAS
      *                         ANYTHING TO SHOW.
       50-FILL-PAGE.
           MOVE LOW-VALUES TO STKIM2O
           MOVE ZERO TO IC-PAGE-COUNT
           MOVE 'N' TO IC-MORE-IND
           MOVE SPACE TO END-OF-BROWSE-IND
           EXEC CICS STARTBR FILE('TRANHIST')
                RIDFLD(IH-BROWSE-KEY)
                GTEQ
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP = DFHRESP(NOTFND)
              GO TO 50-EXIT
           END-IF
           IF IH-RESP NOT = DFHRESP(NORMAL)
              PERFORM 85-FILE-UNAVAILABLE THRU 85-EXIT
              GO TO 50-EXIT
           END-IF
           PERFORM 52-READ-NEXT THRU 52-EXIT
              UNTIL SW-END-OF-BROWSE
           EXEC CICS ENDBR FILE('TRANHIST')
           END-EXEC.

       50-EXIT.
           EXIT.

       52-READ-NEXT.
           EXEC CICS READNEXT FILE('TRANHIST')
                INTO(TH-RECORD)
                RIDFLD(IH-BROWSE-KEY)
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP = DFHRESP(ENDFILE)
              MOVE 'Y' TO END-OF-BROWSE-IND
              GO TO 52-EXIT
           END-IF
           IF IH-RESP NOT = DFHRESP(NORMAL)
              MOVE 'TRANHIST' TO IH-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF TH-ACCOUNT-KEY NOT = IC-ACCOUNT-KEY
              MOVE 'Y' TO END-OF-BROWSE-IND
              GO TO 52-EXIT
           END-IF
           IF TH-HIST-KEY NOT > IH-SKIP-KEY
              GO TO 52-EXIT
           END-IF
           IF IC-PAGE-COUNT = IH-PAGE-SIZE
              MOVE 'Y' TO IC-MORE-IND
              MOVE 'Y' TO END-OF-BROWSE-IND
              GO TO 52-EXIT
           END-IF
           ADD 1 TO IC-PAGE-COUNT
           MOVE TH-HIST-KEY TO IC-PAGE-KEY(IC-PAGE-COUNT)
           PERFORM 54-FORMAT-LINE THRU 54-EXIT.

       52-EXIT.
           EXIT.

       54-FORMAT-LINE.
           MOVE IC-PAGE-COUNT TO IH-LL-NO
           MOVE TH-TRAN-DATE TO IH-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IH-DATE-TEXT TO IH-LL-TRAN-DATE
           MOVE TH-SEQ TO IH-LL-SEQ
           MOVE TH-DTL-DATE TO IH-DATE-IN
           PERFORM 60-EDIT-DATE THRU 60-EXIT
           MOVE IH-DATE-TEXT TO IH-LL-DTL-DATE
           PERFORM 62-NET-ITEMS THRU 62-EXIT
           MOVE IH-ITEM-LIMIT TO IH-LL-LINES
           MOVE IH-NET-AMOUNT TO IH-LL-NET
           MOVE TH-RUN-ID TO IH-LL-RUN-ID
           MOVE IH-LIST-LINE TO HLINO(IC-PAGE-COUNT).

       54-EXIT.
           EXIT.

      *                         PAGE BACK: READ BACKWARD FROM THE TOP
      *                         OF THE PAGE ON DISPLAY (OR FROM THE
      *                         START KEY WHEN THE PAGE IS EMPTY) FOR
      *                         UP TO A PAGE OF THE ACCOUNT'S EARLIER
      *                         KEYS, THEN LIST FORWARD FROM THE
      *                         EARLIEST. A START KEY PAST THE END OF
      *                         THE FILE IS BROWSED BACK FROM HIGH-
      *                         VALUES, WHICH CICS TAKES AS THE LAST
      *                         RECORD.
       56-PAGE-BACK.
           IF IC-PAGE-COUNT > ZERO
              MOVE IC-PAGE-KEY(1) TO IH-BASE-KEY
           ELSE
              MOVE IC-START-KEY   TO IH-BASE-KEY
           END-IF
           MOVE ZERO TO IH-BACK-COUNT
           MOVE SPACE TO END-OF-BROWSE-IND
           MOVE IH-BASE-KEY TO IH-BROWSE-KEY
           EXEC CICS STARTBR FILE('TRANHIST')
                RIDFLD(IH-BROWSE-KEY)
                GTEQ
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO IH-BROWSE-KEY
              EXEC CICS STARTBR FILE('TRANHIST')
                   RIDFLD(IH-BROWSE-KEY)
                   GTEQ
                   RESP(IH-RESP)
              END-EXEC
           END-IF
           IF IH-RESP NOT = DFHRESP(NORMAL)
              PERFORM 85-FILE-UNAVAILABLE THRU 85-EXIT
              MOVE LOW-VALUES TO STKIM2O
              MOVE ZERO TO IC-PAGE-COUNT
              GO TO 56-EXIT
           END-IF
           PERFORM 58-READ-PREV THRU 58-EXIT
              UNTIL SW-END-OF-BROWSE
           EXEC CICS ENDBR FILE('TRANHIST')
           END-EXEC
           IF IH-BACK-COUNT = ZERO
              MOVE 'NO EARLIER HISTORY FOR THIS ACCOUNT' TO IH-MESSAGE
              PERFORM 59-REFRESH-PAGE THRU 59-EXIT
           ELSE
              MOVE IH-EARLIEST-KEY TO IH-BROWSE-KEY
              MOVE LOW-VALUES TO IH-SKIP-KEY
              PERFORM 50-FILL-PAGE THRU 50-EXIT
           END-IF.

       56-EXIT.
           EXIT.

      *                         THE FIRST READPREV AFTER THE START
      *                         RETURNS THE RECORD STARTED ON (AT OR
      *                         ABOVE THE BASE KEY) - PASSED OVER,
      *                         AS IS ANYTHING STILL ON OR ABOVE IT.
       58-READ-PREV.
           EXEC CICS READPREV FILE('TRANHIST')
                INTO(TH-RECORD)
                RIDFLD(IH-BROWSE-KEY)
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP = DFHRESP(ENDFILE)
              MOVE 'Y' TO END-OF-BROWSE-IND
              GO TO 58-EXIT
           END-IF
           IF IH-RESP NOT = DFHRESP(NORMAL)
              MOVE 'TRANHIST' TO IH-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF TH-HIST-KEY NOT < IH-BASE-KEY
              GO TO 58-EXIT
           END-IF
           IF TH-ACCOUNT-KEY NOT = IC-ACCOUNT-KEY
              MOVE 'Y' TO END-OF-BROWSE-IND
              GO TO 58-EXIT
           END-IF
           ADD 1 TO IH-BACK-COUNT
           MOVE TH-HIST-KEY TO IH-EARLIEST-KEY
           IF IH-BACK-COUNT = IH-PAGE-SIZE
              MOVE 'Y' TO END-OF-BROWSE-IND
           END-IF.

       58-EXIT.
           EXIT.

      *                         RE-READ THE PAGE ON DISPLAY FROM ITS
      *                         FIRST KEY.
       59-REFRESH-PAGE.
           IF IC-PAGE-COUNT > ZERO
              MOVE IC-PAGE-KEY(1) TO IH-BROWSE-KEY
           ELSE
              MOVE IC-START-KEY   TO IH-BROWSE-KEY
           END-IF
           MOVE LOW-VALUES TO IH-SKIP-KEY
           PERFORM 50-FILL-PAGE THRU 50-EXIT.

       59-EXIT.
           EXIT.

       60-EDIT-DATE.
           IF IH-DATE-IN NOT NUMERIC OR IH-DATE-IN = ZERO
              MOVE 'NONE'      TO IH-DATE-TEXT
           ELSE
              MOVE IH-DI-CCYY  TO IH-DO-CCYY
              MOVE IH-DI-MM    TO IH-DO-MM
              MOVE IH-DI-DD    TO IH-DO-DD
              MOVE IH-DATE-OUT TO IH-DATE-TEXT
           END-IF.

       60-EXIT.
           EXIT.

      *                         NET OF THE RECORD'S LINE ITEMS - THE
      *                         COUNT IS CAPPED AT THE TABLE SIZE.
       62-NET-ITEMS.
           MOVE ZERO TO IH-NET-AMOUNT
           MOVE TH-LINE-COUNT TO IH-ITEM-LIMIT
           IF IH-ITEM-LIMIT > 10
              MOVE 10 TO IH-ITEM-LIMIT
           END-IF
           PERFORM 63-ADD-ITEM THRU 63-EXIT
              VARYING IH-LINE-INDEX FROM 1 BY 1
                 UNTIL IH-LINE-INDEX > IH-ITEM-LIMIT.

       62-EXIT.
           EXIT.

       63-ADD-ITEM.
           ADD TH-ITEM-AMOUNT(IH-LINE-INDEX) TO IH-NET-AMOUNT.

       63-EXIT.
           EXIT.

       70-SEND-LIST.
           MOVE 'L' TO IC-SCREEN
           MOVE IC-ACCOUNT-KEY TO HACCO
           IF IC-FROM-DATE = ZERO
              MOVE SPACES TO FDTEO
           ELSE
              MOVE IC-FROM-DATE TO FDTEO
           END-IF
           IF IH-MESSAGE = SPACES
              IF IC-PAGE-COUNT = ZERO
                 MOVE 'NO HISTORY FROM THIS DATE - PF7 PAGES BACK'
                   TO IH-MESSAGE
              ELSE
                 IF IC-MORE-AFTER
                    MOVE 'KEY A LINE NO. TO EXPAND IT - PF8 FOR MORE'
                      TO IH-MESSAGE
                 ELSE
                    MOVE 'KEY A LINE NO. TO EXPAND IT - END OF HISTORY'
                      TO IH-MESSAGE
                 END-IF
              END-IF
           END-IF
           MOVE IH-MESSAGE TO HMSGO
           MOVE -1 TO SELNL
           EXEC CICS SEND MAP('STKIM2')
                MAPSET('STKINQM')
                FROM(STKIM2O)
                ERASE
                CURSOR
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP NOT = DFHRESP(NORMAL)
              MOVE 'STKIM2'   TO IH-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       70-EXIT.
           EXIT.

       72-SEND-DETAIL.
           MOVE 'D' TO IC-SCREEN
           IF IH-MESSAGE = SPACES
              MOVE 'ENTER OR PF3 RETURNS TO THE LIST' TO IH-MESSAGE
           END-IF
           MOVE IH-MESSAGE TO DMSGO
           EXEC CICS SEND MAP('STKIM3')
                MAPSET('STKINQM')
                FROM(STKIM3O)
                ERASE
                RESP(IH-RESP)
           END-EXEC
           IF IH-RESP NOT = DFHRESP(NORMAL)
              MOVE 'STKIM3'   TO IH-ERROR-FILE-ID
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       72-EXIT.
           EXIT.

      *                         BACK TO THE ACCOUNT SUMMARY, WHICH
      *                         RE-READS THE ACCOUNT. DOES NOT RETURN.
       75-TO-SUMMARY.
           MOVE 'R' TO IC-SCREEN
           EXEC CICS XCTL PROGRAM('STKINQ1')
                COMMAREA(IH-COMMAREA)
                LENGTH(LENGTH OF IH-COMMAREA)
                RESP(IH-RESP)
           END-EXEC
           MOVE 'STKINQ1'  TO IH-ERROR-FILE-ID
           PERFORM 90-ABEND THRU 90-EXIT.

       75-EXIT.
           EXIT.

       80-END-SESSION.
           EXEC CICS SEND TEXT FROM(IH-END-MESSAGE)
                LENGTH(LENGTH OF IH-END-MESSAGE)
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       80-EXIT.
           EXIT.

      *                         THE FILE IS THERE BUT NOT FOR US -
      *                         NOT PERMITTED, OR CLOSED TO CICS FOR
      *                         THE BATCH CYCLE. ANYTHING ELSE IS
      *                         FATAL.
       85-FILE-UNAVAILABLE.
           EVALUATE IH-RESP
              WHEN DFHRESP(NOTAUTH)
                 MOVE 'NOT AUTHORIZED - FOR SERVICE DESK AND OPERATIONS'
                   TO IH-MESSAGE
              WHEN DFHRESP(NOTOPEN)
              WHEN DFHRESP(DISABLED)
                 MOVE 'HISTORY FILE IS OFFLINE FOR BATCH - TRY LATER'
                   TO IH-MESSAGE
              WHEN OTHER
                 MOVE 'TRANHIST' TO IH-ERROR-FILE-ID
                 PERFORM 90-ABEND THRU 90-EXIT
           END-EVALUATE.

       85-EXIT.
           EXIT.

       90-ABEND.
           MOVE IH-RESP TO IH-ERROR-RESP
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(IH-ERROR-INFO)
                LENGTH(LENGTH OF IH-ERROR-INFO)
                NOHANDLE
           END-EXEC
           EXEC CICS SEND TEXT FROM(IH-ERROR-INFO)
                LENGTH(LENGTH OF IH-ERROR-INFO)
                ERASE
                FREEKB
                NOHANDLE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       90-EXIT.
           EXIT.
