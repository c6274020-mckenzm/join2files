      *-------------------------------------------------------------*
      *  STKHLD1 : LOAD THE RECORDS STKPOST1 HAS JUST POSTED (THE    *
      *            POSTED GDG - OUTFILE LAYOUT, EVERY OUTREC THAT    *
      *            UPDATED THE ACCOUNT MASTER; POSTING EXCEPTIONS    *
      *            ARE NOT ON IT) INTO THE                           *
      *            VSAM TRANSACTION-HISTORY KSDS (TRANHIST, SEE THE  *
      *            STKHIST COPYBOOK). RUN DIRECTLY BEHIND STKPOSTJ   *
      *            SO THE HISTORY KEEPS STEP WITH THE MASTER. EACH   *
      *            RERUN WARNING: LOADING IS CUMULATIVE - RERUNNING  *
      *            AGAINST A GENERATION ALREADY LOADED DOUBLES ITS   *
      *            HISTORY ROWS.                                     *
      *            A POSTEXC RE-FEED (STKPOST1 PARM 'ENNNN') CUTS    *
      *            ITS OWN POSTED GENERATION; LOAD IT WITH THE SAME  *
      *            PARM 'ENNNN' SO THE BUSINESS-DATE GUARD RECORDS   *
      *            IT UNDER THE POSTEXC GENERATION AND NOT AS THE    *
      *            NIGHT'S LOAD.                                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
               ACCESS MODE IS RANDOM
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
       01  HL-FILE-STATUSES.
           05 OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 TH-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  HL-BUSINESS-CONTROL.
           05 HL-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 HL-STEP-NAME        PIC X(08) VALUE 'STKHLD1 '.
           05 HL-STEP-QUAL        PIC X(04) VALUE SPACE.
           05 HL-MARK-DATE        PIC 9(06) VALUE ZERO.
           05 HL-MARK-TIME        PIC 9(08) VALUE ZERO.
           05 HL-MARK-RUN-ID      PIC X(12) VALUE SPACE.

       01  HL-ERROR-INFO.
           05 HL-ERROR-FILE-ID    PIC X(08).
           05 HL-ERROR-STATUS     PIC X(02).

       LINKAGE SECTION.
      *------------------*
       01  HL-PARM-AREA.
           05 HL-PARM-LENGTH      PIC S9(4) COMP.
           05 HL-PARM-DATA        PIC X(80).

       PROCEDURE DIVISION USING HL-PARM-AREA.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-PARM THRU 05-EXIT
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-LOAD-RECORD THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-FINISH.

      *                         THE ONLY PARM IS THE POSTEXC RE-FEED
      *                         LOAD - BYTE 1 OF 'E' AND THE POSTEXC
      *                         GENERATION NUMBER IN BYTES 2-5, THE
      *                         SAME PARM THE RE-FEED POSTING RAN
      *                         WITH. IT BECOMES THE STEP QUALIFIER
      *                         ON BUSCTL. NORMAL RUNS CARRY NO PARM.
       05-GET-PARM.
           IF HL-PARM-LENGTH > ZERO AND HL-PARM-DATA(1:1) = 'E'
              IF HL-PARM-LENGTH < 5
                    OR HL-PARM-DATA(2:4) NOT NUMERIC
                    OR HL-PARM-DATA(2:4) = '0000'
                 DISPLAY 'STKHLD1 - RE-FEED PARM MUST BE ''ENNNN'' '
                         '- NNNN THE POSTEXC GENERATION NUMBER'
                 MOVE 'PARM'     TO HL-ERROR-FILE-ID
                 MOVE 'PM'       TO HL-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
              MOVE HL-PARM-DATA(2:4) TO HL-STEP-QUAL
              DISPLAY 'STKHLD1 - LOADING THE RE-FEED OF POSTEXC '
                      'GENERATION ' HL-STEP-QUAL
           END-IF.

       05-EXIT.
           EXIT.

      *                         OPEN I-O FOR A NORMAL APPEND; A '35'
      *                         MEANS THE CLUSTER IS EMPTY (FIRST
      *                         LOAD AFTER THE STKHSTG DEFINE) AND
      *                         THE FILE IS OPENED OUTPUT INSTEAD.
       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT OUTFILE
           IF OUT-FILE-STATUS NOT = '00'
              MOVE 'OUTFILE'  TO HL-ERROR-FILE-ID
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
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HL-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKHLD1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HL-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKHLD1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE 'BD'       TO HL-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO HL-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE HL-STEP-NAME TO BC-STEP-NAME
           MOVE HL-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HL-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = HL-BUSINESS-DATE
              DISPLAY 'STKHLD1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      HL-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKHLD1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE 'DP'       TO HL-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKHLD1 - BUSINESS DATE ' HL-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         BUILD ONE HISTORY RECORD FROM THE
      *                         CURRENT OUTREC AND WRITE IT, BUMPING
      *                         THE SEQUENCE PAST ANY DUPLICATES.
              DISPLAY '*** WARNING - LOADED COUNT DOES NOT MATCH '
                      'RECORDS READ ***'
           END-IF
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

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
           ACCEPT HL-MARK-DATE FROM DATE
           ACCEPT HL-MARK-TIME FROM TIME
           STRING HL-MARK-DATE      DELIMITED BY SIZE
                  HL-MARK-TIME(1:6) DELIMITED BY SIZE
                  INTO HL-MARK-RUN-ID
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HL-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE HL-STEP-NAME TO BC-STEP-NAME
           MOVE HL-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO HL-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO HL-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO HL-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE HL-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE HL-MARK-RUN-ID   TO BC-STEP-RUN-ID
           MOVE HL-MARK-DATE     TO BC-STEP-DATE
           MOVE HL-MARK-TIME     TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKHLD1 - FATAL ERROR ON ' HL-ERROR-FILE-ID
                   ' - STATUS = ' HL-ERROR-STATUS
           DISPLAY 'STKHLD1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' HL-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKHLD1 - FATAL ERROR ON ' HL-ERROR-FILE-ID
                   ' - STATUS = ' HL-ERROR-STATUS
