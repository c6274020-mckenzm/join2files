               FILE STATUS IS OUT-FILE-STATUS.
           SELECT RUNLOG  ASSIGN TO UT-S-RUNLOG
               FILE STATUS IS RL-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
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
      *                          ONE LOOK-AHEAD SLOT PER PARTITION -
           05 MG-P4-STATUS        PIC X(02) VALUE '00'.
           05 OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          RUN-LOG STAMP WORK FIELDS - THE
      *                          RUN-ID IS LIFTED FROM THE AUDIT
           05 MG-LOG-TIME         PIC 9(08) VALUE ZERO.
           05 MG-IN-TOTAL         PIC 9(08) COMP-3 VALUE ZERO.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  MG-BUSINESS-CONTROL.
           05 MG-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 MG-STEP-NAME        PIC X(08) VALUE 'STKMRG1 '.
           05 MG-STEP-QUAL        PIC X(04) VALUE SPACE.

       01  MG-ERROR-INFO.
           05 MG-ERROR-FILE-ID    PIC X(08).
           05 MG-ERROR-STATUS     PIC X(02).
           PERFORM 30-FINISH.

       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT PART1
           IF MG-P1-STATUS NOT = '00'
              MOVE 'PART1'    TO MG-ERROR-FILE-ID
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
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO MG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKMRG1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO MG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKMRG1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE 'BD'       TO MG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO MG-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE MG-STEP-NAME TO BC-STEP-NAME
           MOVE MG-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO MG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = MG-BUSINESS-DATE
              DISPLAY 'STKMRG1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      MG-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKMRG1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE 'DP'       TO MG-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKMRG1 - BUSINESS DATE ' MG-BUSINESS-DATE.

       07-EXIT.
           EXIT.

       15-INIT-PARTITION.
           MOVE 'N'        TO MG-PEND-IND(MG-PART-INDEX)
           MOVE 'N'        TO MG-EOF-IND(MG-PART-INDEX)
           DISPLAY 'FIRST KEY WRITTEN ........ ' MG-FIRST-KEY
           DISPLAY 'LAST KEY WRITTEN ......... ' MG-LAST-OUT-KEY
           PERFORM 45-WRITE-RUN-LOG THRU 45-EXIT
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

      *                         APPEND THE COMPLETION RECORD TO THE
       31-EXIT.
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
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO MG-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE MG-STEP-NAME TO BC-STEP-NAME
           MOVE MG-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO MG-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO MG-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO MG-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE MG-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE MG-LOG-RUN-ID    TO BC-STEP-RUN-ID
           MOVE MG-LOG-DATE      TO BC-STEP-DATE
           MOVE MG-LOG-TIME      TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKMRG1 - FATAL ERROR ON ' MG-ERROR-FILE-ID
                   ' - STATUS = ' MG-ERROR-STATUS
           DISPLAY 'STKMRG1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' MG-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKMRG1 - FATAL ERROR ON ' MG-ERROR-FILE-ID
                   ' - STATUS = ' MG-ERROR-STATUS
