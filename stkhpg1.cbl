      *-------------------------------------------------------------*
      *  STKHPG1 : RETENTION PURGE OF THE TRANSACTION-HISTORY KSDS   *
      *            (TRANHIST) - DELETE EVERY HISTORY RECORD WHOSE    *
      *            HEADER TRAN DATE IS OLDER THAN THE RETENTION      *
      *            CUTOFF, SO THE CLUSTER DOES NOT GROW WITHOUT      *
      *            BOUND. THE CUTOFF DATE (CCYYMMDD) IS THE HISTORY  *
      *            CUTOFF ON THE BUSINESS-DATE CONTROL RECORD        *
      *            (BUSCTL) - THE CURRENT BUSINESS DATE LESS THE     *
      *            RETENTION PERIOD IN MONTHS, KEPT BY STKBDT1.      *
      *            RECORDS STRICTLY OLDER THAN IT ARE DROPPED,       *
      *            RECORDS ON IT ARE KEPT. THE WHOLE FILE            *
      *            IS SWEPT FRONT TO BACK (KEYS ARE ACCOUNT-MAJOR,   *
      *            SO OLD DATES SIT UNDER EVERY ACCOUNT) AND THE     *
      *            KEPT/DELETED COUNTS ARE DISPLAYED FOR THE RUN     *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS TH-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
              ==STK-TH-ITEM-CODE==      BY ==TH-ITEM-CODE==
              ==STK-TH-ITEM-AMOUNT==    BY ==TH-ITEM-AMOUNT==.

      *                          BUSINESS-DATE CONTROL FILE - THE
      *                          DATE RECORD CARRIES THE RETENTION
      *                          CUTOFF. SEE THE STKBCTL COPYBOOK.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.

       01  HG-CUTOFF-DATE         PIC 9(08) VALUE ZERO.

       01  HG-BUSINESS-CONTROL.
           05 HG-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 HG-RETAIN-MONTHS    PIC 9(03) VALUE ZERO.

       01  HG-PURGE-TOTALS.
           05 HG-READ-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 HG-KEPT-COUNT       PIC 9(08) COMP-3 VALUE ZERO.

       01  HG-FILE-STATUSES.
           05 TH-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

       01  HG-ERROR-INFO.
           05 HG-ERROR-FILE-ID    PIC X(08).
           05 HG-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-CUTOFF THRU 05-EXIT
           PERFORM 10-SETUP THRU 10-EXIT
           PERFORM 20-PURGE-RECORD THRU 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-FINISH.

      *                         TAKE THE CUTOFF FROM THE BUSINESS-
      *                         DATE CONTROL RECORD. NO RECORD, NO
      *                         CURRENT BUSINESS DATE, OR NO
      *                         RETENTION PERIOD SET ('RP') IS A
      *                         HARD STOP - A ZERO CUTOFF WOULD KEEP
      *                         EVERYTHING, BUT A MISKEYED ONE COULD
      *                         DROP LIVE HISTORY, SO NOTHING IS
      *                         GUESSED.
       05-GET-CUTOFF.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO HG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKHPG1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO HG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE     TO HG-BUSINESS-DATE
           MOVE BC-RETAIN-MONTHS TO HG-RETAIN-MONTHS
           MOVE BC-HIST-CUTOFF   TO HG-CUTOFF-DATE
           CLOSE BUSCTL
           IF HG-BUSINESS-DATE = ZERO
              DISPLAY 'STKHPG1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO HG-ERROR-FILE-ID
              MOVE 'BD'       TO HG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF HG-RETAIN-MONTHS = ZERO OR HG-CUTOFF-DATE = ZERO
              DISPLAY 'STKHPG1 - NO HISTORY RETENTION PERIOD SET - '
                      'SEE STKBDMJ (RETN CARD)'
              MOVE 'BUSCTL'   TO HG-ERROR-FILE-ID
              MOVE 'RP'       TO HG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       05-EXIT.
           EXIT.
       30-FINISH.
           CLOSE TRANHIST
           DISPLAY '***** STKHPG1 RETENTION PURGE TOTALS *****'
           DISPLAY 'BUSINESS DATE ............ ' HG-BUSINESS-DATE
           DISPLAY 'RETENTION MONTHS ......... ' HG-RETAIN-MONTHS
           DISPLAY 'CUTOFF DATE .............. ' HG-CUTOFF-DATE
           DISPLAY 'HISTORY RECORDS READ ..... ' HG-READ-COUNT
           DISPLAY 'HISTORY RECORDS KEPT ..... ' HG-KEPT-COUNT
