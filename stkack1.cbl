      *              MISMATCH - ACK COUNTS OR HASH DISAGREE WITH     *
      *                  THE CLAIM                                   *
      *              MISSING  - NO ACK AND THE EXTRACT IS OLDER      *
      *                  THAN THE GRACE CUTOFF (YYMMDD, THE CURRENT  *
      *                  BUSINESS DATE LESS THE GRACE DAYS, BOTH     *
      *                  FROM THE BUSCTL CONTROL RECORD - EXTRACTS   *
      *                  LOGGED ON OR BEFORE IT ARE OVERDUE)         *
      *              PENDING  - NO ACK YET, STILL INSIDE GRACE       *
      *            REJECTED, MISMATCH AND MISSING RUNS GO TO THE     *
      *            RESEND LIST SO THE OPERATORS KNOW EXACTLY WHICH   *
      *            CROSSED ON THE WIRE.                              *
      *            RETURN CODES: 0 = EVERYTHING ACCEPTED OR STILL    *
      *            PENDING, 4 = THE RESEND LIST IS NOT EMPTY (OR AN  *
      *            UNKNOWN ACK ARRIVED), 16 = I/O ERROR OR NO        *
      *            BUSINESS DATE SET.                                *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
               FILE STATUS IS RP-FILE-STATUS.
           SELECT RESEND  ASSIGN TO UT-S-RESEND
               FILE STATUS IS RE-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
           05 RE-CHILDREN                 PIC 9(08).
           05 FILLER                      PIC X(41).

      *                          BUSINESS-DATE CONTROL FILE - THE
      *                          DATE RECORD CARRIES THE GRACE
      *                          CUTOFF. SEE THE STKBCTL COPYBOOK.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.

       01  AC-CONTROL.
           05 AC-GRACE-CUTOFF     PIC 9(06) VALUE ZERO.
           05 AC-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 AC-GRACE-DAYS       PIC 9(03) VALUE ZERO.
           05 AC-CLAIM-INDEX      PIC 9(04) COMP VALUE ZERO.
           05 AC-CLAIM-HIT        PIC 9(04) COMP VALUE ZERO.

           05 AK-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RE-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

       01  AC-ERROR-INFO.
           05 AC-ERROR-FILE-ID    PIC X(08).
           05 AC-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-CUTOFF THRU 05-EXIT
           PERFORM 10-SETUP THRU 10-EXIT
           PERFORM 20-LOAD-CLAIM THRU 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 40-REPORT-RUNS THRU 40-EXIT
           PERFORM 50-FINISH.

      *                         TAKE THE GRACE CUTOFF FROM THE
      *                         BUSINESS-DATE CONTROL RECORD. NO
      *                         RECORD OR NO CURRENT BUSINESS DATE
      *                         IS A HARD STOP. A ZERO GRACE PERIOD
      *                         IS VALID - THE CUTOFF IS THEN THE
      *                         BUSINESS DATE ITSELF.
       05-GET-CUTOFF.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO AC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKACK1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO AC-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE  TO AC-BUSINESS-DATE
           MOVE BC-GRACE-DAYS TO AC-GRACE-DAYS
           MOVE BC-ACK-CUTOFF TO AC-GRACE-CUTOFF
           CLOSE BUSCTL
           IF AC-BUSINESS-DATE = ZERO OR AC-GRACE-CUTOFF = ZERO
              DISPLAY 'STKACK1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO AC-ERROR-FILE-ID
              MOVE 'BD'       TO AC-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           DISPLAY 'STKACK1 - BUSINESS DATE ' AC-BUSINESS-DATE
                   ' GRACE ' AC-GRACE-DAYS ' DAYS - CUTOFF '
                   AC-GRACE-CUTOFF.

       05-EXIT.
           EXIT.
