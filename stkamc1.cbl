      *-------------------------------------------------------------*
      *  STKAMC1 : ONE-TIME CONVERSION OF THE ACCOUNT MASTER FROM    *
      *            THE ORIGINAL 60-BYTE RECORD TO THE 100-BYTE       *
      *            RECORD THAT CARRIES THE ACCOUNT STATUS AND THE    *
      *            OPEN AND CLOSE DATES (SEE THE STKMAST COPYBOOK).  *
      *            RUN ONLY FROM STKAMCG, WHICH UNLOADS THE OLD      *
      *            CLUSTER TO A FLAT FILE, RUNS THIS STEP, AND       *
      *            RELOADS THE REDEFINED CLUSTER FROM ITS OUTPUT.    *
      *            EVERY ACCOUNT ALREADY ON THE MASTER WAS CREATED   *
      *            BY POSTING AND IS TAKEN AS OPEN: STATUS 'O', THE  *
      *            OPEN DATE FROM THE EXEC PARM (CCYYMMDD - THE DATE *
      *            THE ACCOUNT LIFECYCLE GOES LIVE), CLOSE DATE      *
      *            ZERO. KEY, TOTALS, POSTING COUNT AND LAST RUN-ID  *
      *            ARE CARRIED ACROSS UNCHANGED AND RECORD COUNTS    *
      *            AND AMOUNT TOTALS ARE PROVED IN AGAINST OUT.      *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKAMC1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT AMOLD   ASSIGN TO UT-S-AMOLD
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT AMNEW   ASSIGN TO UT-S-AMNEW
               FILE STATUS IS NEW-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
      *                          THE ORIGINAL 60-BYTE MASTER RECORD
      *                          AS UNLOADED BY IDCAMS REPRO.
       FD  AMOLD
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS OM-RECORD.
       01  OM-RECORD.
           05 OM-ACCOUNT-KEY              PIC X(04).
           05 OM-LAST-TRAN-DATE           PIC 9(08).
           05 OM-AMOUNT-TOTAL             PIC S9(11)V99.
           05 OM-POST-COUNT               PIC 9(08).
           05 OM-LAST-RUN-ID              PIC X(12).
           05 FILLER                      PIC X(15).

       FD  AMNEW
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
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

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.

       01  MC-OPEN-DATE           PIC 9(08) VALUE ZERO.

       01  MC-CONVERT-TOTALS.
           05 MC-READ-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 MC-WRITE-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 MC-AMOUNT-IN        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 MC-AMOUNT-OUT       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  MC-FILE-STATUSES.
           05 OLD-FILE-STATUS     PIC X(02) VALUE '00'.
           05 NEW-FILE-STATUS     PIC X(02) VALUE '00'.

       01  MC-ERROR-INFO.
           05 MC-ERROR-FILE-ID    PIC X(08).
           05 MC-ERROR-STATUS     PIC X(02).

       LINKAGE SECTION.
      *------------------*
       01  MC-PARM-AREA.
           05 MC-PARM-LENGTH      PIC S9(4) COMP.
           05 MC-PARM-DATA        PIC X(80).

       PROCEDURE DIVISION USING MC-PARM-AREA.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-PARM THRU 05-EXIT
           PERFORM 10-SETUP THRU 10-EXIT
           PERFORM 20-CONVERT-RECORD THRU 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-FINISH.

       05-GET-PARM.
           IF MC-PARM-LENGTH < 8
                 OR MC-PARM-DATA(1:8) NOT NUMERIC
              DISPLAY 'STKAMC1 - PARM MUST BE THE OPEN DATE (CCYYMMDD) '
                      'TO STAMP ON EVERY EXISTING ACCOUNT'
              MOVE 'PARM    ' TO MC-ERROR-FILE-ID
              MOVE 'PM'       TO MC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE MC-PARM-DATA(1:8) TO MC-OPEN-DATE.

       05-EXIT.
           EXIT.

       10-SETUP.
           OPEN INPUT AMOLD
           IF OLD-FILE-STATUS NOT = '00'
              MOVE 'AMOLD'    TO MC-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO MC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT AMNEW
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'AMNEW'    TO MC-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO MC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 25-READ-OLD THRU 25-EXIT.

       10-EXIT.
           EXIT.

       20-CONVERT-RECORD.
           ADD 1 TO MC-READ-COUNT
           ADD OM-AMOUNT-TOTAL TO MC-AMOUNT-IN
           MOVE SPACES            TO AM-RECORD
           MOVE OM-ACCOUNT-KEY    TO AM-ACCOUNT-KEY
           MOVE OM-LAST-TRAN-DATE TO AM-LAST-TRAN-DATE
           MOVE OM-AMOUNT-TOTAL   TO AM-AMOUNT-TOTAL
           MOVE OM-POST-COUNT     TO AM-POST-COUNT
           MOVE OM-LAST-RUN-ID    TO AM-LAST-RUN-ID
           MOVE 'O'               TO AM-STATUS
           MOVE MC-OPEN-DATE      TO AM-OPEN-DATE
           MOVE ZERO              TO AM-CLOSE-DATE
           MOVE ZERO              TO AM-MTD-AMOUNT
           MOVE ZERO              TO AM-MTD-COUNT
           MOVE ZERO              TO AM-LAST-CLOSE-PERIOD
           WRITE AM-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'AMNEW'    TO MC-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO MC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO MC-WRITE-COUNT
           ADD AM-AMOUNT-TOTAL TO MC-AMOUNT-OUT
           PERFORM 25-READ-OLD THRU 25-EXIT.

       20-EXIT.
           EXIT.

       25-READ-OLD.
           READ AMOLD
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF OLD-FILE-STATUS NOT = '00' AND OLD-FILE-STATUS NOT = '10'
              MOVE 'AMOLD'    TO MC-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO MC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       30-FINISH.
           CLOSE AMOLD AMNEW
           DISPLAY '***** STKAMC1 ACCOUNT MASTER CONVERSION *****'
           DISPLAY 'OPEN DATE STAMPED ........ ' MC-OPEN-DATE
           DISPLAY 'OLD RECORDS READ ......... ' MC-READ-COUNT
           DISPLAY 'NEW RECORDS WRITTEN ...... ' MC-WRITE-COUNT
           DISPLAY 'AMOUNT TOTAL IN .......... ' MC-AMOUNT-IN
           DISPLAY 'AMOUNT TOTAL OUT ......... ' MC-AMOUNT-OUT
           IF MC-WRITE-COUNT = MC-READ-COUNT
                 AND MC-AMOUNT-OUT = MC-AMOUNT-IN
              DISPLAY 'CONVERSION OK - COUNTS AND AMOUNTS AGREE'
           ELSE
              DISPLAY '*** CONVERSION OUT OF BALANCE - DO NOT RELOAD '
                      'THE CLUSTER ***'
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       90-ABEND.
           DISPLAY 'STKAMC1 - FATAL ERROR ON ' MC-ERROR-FILE-ID
                   ' - STATUS = ' MC-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE AMOLD AMNEW
           STOP RUN.

       90-EXIT.
           EXIT.
