      *-------------------------------------------------------------*
      *  STKBDT1 : BUSINESS-DATE ROLL AND PROCESSING-CALENDAR        *
      *            MAINTENANCE FOR THE BUSINESS-DATE CONTROL KSDS    *
      *            (BUSCTL - SEE THE STKBCTL COPYBOOK). EVERY STEP   *
      *            IN THE CHAIN TAKES ITS BUSINESS DATE, ITS INPUT   *
      *            GENERATIONS AND ITS CUTOFFS FROM THE CONTROL      *
      *            RECORD, SO THIS IS THE ONE PLACE THEY ARE SET.    *
      *            EACH CARD (BDCARD) IS EDITED AND APPLIED IN CARD  *
      *            ORDER. ACTIONS:                                   *
      *              DATE - SET THE CURRENT BUSINESS DATE (MUST BE   *
      *                     A BUSINESS DAY); PRIOR AND NEXT ARE      *
      *                     WORKED OUT FROM THE CALENDAR             *
      *              GENS - SET THE INFILE1/INFILE2 GENERATIONS FOR  *
      *                     THE CURRENT BUSINESS DATE                *
      *              RETN - SET THE HISTORY RETENTION IN MONTHS      *
      *              GRCE - SET THE ACKNOWLEDGMENT GRACE IN DAYS     *
      *              HADD - ADD A HOLIDAY TO THE CALENDAR            *
      *              HDEL - TAKE A HOLIDAY OFF THE CALENDAR          *
      *              STEP - CLEAR ONE STEP'S COMPLETION MARK FOR THE *
      *                     CURRENT BUSINESS DATE, SO A DELIBERATE   *
      *                     RERUN OF THAT STEP IS ALLOWED            *
      *              ROLL - THE NIGHTLY ROLL: THE CURRENT DATE       *
      *                     BECOMES THE PRIOR, THE NEXT BUSINESS DAY *
      *                     (SATURDAYS, SUNDAYS AND HOLIDAYS         *
      *                     SKIPPED) BECOMES THE CURRENT, BOTH INPUT *
      *                     GENERATIONS GO UP BY ONE. A SECOND ROLL  *
      *                     ON THE SAME SYSTEM DATE IS REFUSED       *
      *                     UNLESS FORCED.                           *
      *            EVERY CHANGE TO THE DATE RECORD RECOMPUTES THE    *
      *            HISTORY-RETENTION CUTOFF (CURRENT DATE LESS THE   *
      *            RETENTION MONTHS, CCYYMMDD, FOR STKHPG1) AND THE  *
      *            ACKNOWLEDGMENT CUTOFF (CURRENT DATE LESS THE      *
      *            GRACE DAYS, YYMMDD, FOR STKACK1). AT A ROLL, ANY  *
      *            GUARDED STEP THAT COMPLETED FOR THE PRIOR         *
      *            BUSINESS DATE BUT NOT FOR THE ONE BEING ROLLED    *
      *            OFF IS LISTED AS A MISSED STEP.                   *
      *            EVERY CARD PRINTS ON THE CONTROL LOG (BDTRPT)     *
      *            WITH WHO ASKED AND WHY, FOLLOWED BY THE DATE      *
      *            RECORD AFTER THE CHANGE, OR BY THE REASON IT WAS  *
      *            REFUSED. A CLUSTER THAT HAS NEVER BEEN LOADED IS  *
      *            GIVEN AN EMPTY DATE RECORD ON THE FIRST RUN.      *
      *            RETURN CODES: 0 = EVERY CARD APPLIED, 4 = ONE OR  *
      *            MORE CARDS REFUSED OR A MISSED STEP LISTED AT THE *
      *            ROLL (THE APPLIED CARDS STAND), 16 = I/O ERROR.   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKBDT1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.
           SELECT BDCARD  ASSIGN TO UT-S-BDCARD
               FILE STATUS IS CD-FILE-STATUS.
           SELECT BDTRPT  ASSIGN TO UT-S-BDTRPT
               FILE STATUS IS RP-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

      *                          ONE CONTROL CARD PER CHANGE - ACTION
      *                          IN 1-4, THE OPERAND IN 6-44 (ITS
      *                          SHAPE DEPENDS ON THE ACTION), THE
      *                          REQUESTER'S USER-ID IN 45-52 AND THE
      *                          REASON IN 53-80.
       FD  BDCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DC-RECORD.
       01  DC-RECORD.
           05 DC-ACTION                   PIC X(04).
              88 DC-SET-DATE                   VALUE 'DATE'.
              88 DC-SET-GENS                   VALUE 'GENS'.
              88 DC-SET-RETAIN                 VALUE 'RETN'.
              88 DC-SET-GRACE                  VALUE 'GRCE'.
              88 DC-ADD-HOLIDAY                VALUE 'HADD'.
              88 DC-DEL-HOLIDAY                VALUE 'HDEL'.
              88 DC-CLEAR-STEP                 VALUE 'STEP'.
              88 DC-ROLL                       VALUE 'ROLL'.
           05 FILLER                      PIC X(01).
           05 DC-OPERAND                  PIC X(39).
           05 DC-DATE-OPERAND REDEFINES DC-OPERAND.
              10 DC-DATE-X                PIC X(08).
              10 FILLER                   PIC X(01).
              10 DC-HOL-DESC              PIC X(30).
           05 DC-GENS-OPERAND REDEFINES DC-OPERAND.
              10 DC-IN1-GEN-X             PIC X(04).
              10 DC-IN1-GEN REDEFINES DC-IN1-GEN-X
                                          PIC 9(04).
              10 FILLER                   PIC X(01).
              10 DC-IN2-GEN-X             PIC X(04).
              10 DC-IN2-GEN REDEFINES DC-IN2-GEN-X
                                          PIC 9(04).
              10 FILLER                   PIC X(30).
           05 DC-COUNT-OPERAND REDEFINES DC-OPERAND.
              10 DC-COUNT-X               PIC X(03).
              10 DC-COUNT REDEFINES DC-COUNT-X
                                          PIC 9(03).
              10 FILLER                   PIC X(36).
           05 DC-STEP-OPERAND REDEFINES DC-OPERAND.
              10 DC-STEP-NAME             PIC X(08).
              10 DC-STEP-QUAL             PIC X(04).
              10 FILLER                   PIC X(27).
           05 DC-ROLL-OPERAND REDEFINES DC-OPERAND.
              10 DC-ROLL-FORCE            PIC X(01).
                 88 DC-FORCE-ROLL              VALUE 'F'.
              10 FILLER                   PIC X(38).
           05 DC-REQUESTER                PIC X(08).
           05 DC-REASON                   PIC X(28).

       FD  BDTRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS BD-PRINT-REC.
       01  BD-PRINT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-STEPS-IND    PIC X VALUE SPACE.
              88 SW-END-OF-STEPS        VALUE 'Y'.
           05 BD-CARD-OK-IND      PIC X VALUE 'Y'.
              88 BD-CARD-OK             VALUE 'Y'.
           05 BD-FOUND-IND        PIC X VALUE SPACE.
              88 BD-RECORD-FOUND        VALUE 'Y'.
           05 BD-BUS-DAY-IND      PIC X VALUE SPACE.
              88 BD-BUSINESS-DAY        VALUE 'Y'.

      *                          THE REFUSAL TEXT FOR THE CURRENT
      *                          CARD - FIRST FAILING CHECK WINS.
       01  BD-REFUSE-REASON       PIC X(40) VALUE SPACE.

      *                          WORKING COPY OF THE DATE RECORD -
      *                          THE FD RECORD AREA IS REUSED FOR
      *                          EVERY HOLIDAY LOOKUP, SO THE DATE
      *                          RECORD IS HELD HERE BETWEEN CARDS
      *                          AND MOVED BACK FOR THE REWRITE.
       01  BD-CONTROL.
           05 BD-CURR-DATE        PIC 9(08) VALUE ZERO.
           05 BD-PRIOR-DATE       PIC 9(08) VALUE ZERO.
           05 BD-NEXT-DATE        PIC 9(08) VALUE ZERO.
           05 BD-IN1-GENERATION   PIC 9(04) VALUE ZERO.
           05 BD-IN2-GENERATION   PIC 9(04) VALUE ZERO.
           05 BD-RETAIN-MONTHS    PIC 9(03) VALUE ZERO.
           05 BD-GRACE-DAYS       PIC 9(03) VALUE ZERO.
           05 BD-HIST-CUTOFF      PIC 9(08) VALUE ZERO.
           05 BD-ACK-CUTOFF       PIC 9(06) VALUE ZERO.
           05 BD-ROLL-DATE        PIC 9(06) VALUE ZERO.
           05 BD-ROLL-TIME        PIC 9(08) VALUE ZERO.
           05 BD-MAINT-USER       PIC X(08) VALUE SPACE.

      *                          THE OUTGOING DATE AT A ROLL, FOR
      *                          THE MISSED-STEP CHECK.
       01  BD-OUTGOING-DATE       PIC 9(08) VALUE ZERO.

      *                          CENTURY-DATE (CCYYMMDD) WORK AREA
      *                          FOR THE VALIDATION AND THE CALENDAR
      *                          ARITHMETIC - THE SAME CHECK AND
      *                          DAYS-PER-MONTH TABLE STKEDIT1
      *                          APPLIES TO THE TRAN DATE.
       01  BD-DATE-WORK.
           05 BD-WORK-DATE        PIC 9(08).
           05 BD-WORK-DATE-FLD REDEFINES BD-WORK-DATE.
              10 BD-WORK-YEAR     PIC 9(04).
              10 BD-WORK-MONTH    PIC 9(02).
              10 BD-WORK-DAY      PIC 9(02).
           05 BD-MONTH-LENGTH     PIC 9(02) COMP.
           05 BD-STEP-COUNT       PIC 9(04) COMP.
           05 BD-TOTAL-MONTHS     PIC 9(06) COMP.

       01  BD-LEAP-WORK.
           05 BD-LEAP-IND         PIC X(01) VALUE 'N'.
              88 BD-LEAP-YEAR           VALUE 'Y'.
           05 BD-LEAP-QUOTIENT    PIC 9(04) COMP.
           05 BD-LEAP-REMAINDER   PIC 9(04) COMP.

      *                          DAY-OF-WEEK WORK FIELDS (ZELLER'S
      *                          CONGRUENCE - 0 IS SATURDAY, 1 IS
      *                          SUNDAY). JANUARY AND FEBRUARY COUNT
      *                          AS MONTHS 13 AND 14 OF THE YEAR
      *                          BEFORE.
       01  BD-WEEKDAY-WORK.
           05 BD-Z-YEAR           PIC 9(04) COMP.
           05 BD-Z-MONTH          PIC 9(02) COMP.
           05 BD-Z-CENTURY        PIC 9(02) COMP.
           05 BD-Z-YEAR-OF-CENT   PIC 9(02) COMP.
           05 BD-Z-MONTH-TERM     PIC 9(04) COMP.
           05 BD-Z-YEAR-TERM      PIC 9(04) COMP.
           05 BD-Z-CENT-TERM      PIC 9(04) COMP.
           05 BD-Z-SUM            PIC 9(06) COMP.
           05 BD-Z-QUOTIENT       PIC 9(06) COMP.
           05 BD-DAY-OF-WEEK      PIC 9(01).
              88 BD-WEEKEND-DAY         VALUE 0 1.

       01  BD-MONTH-DAYS-VALUE    PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  BD-MONTH-DAYS-TABLE REDEFINES BD-MONTH-DAYS-VALUE.
           05 BD-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).

       01  BD-CONTROL-TOTALS.
           05 BD-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 BD-APPLIED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 BD-REFUSED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 BD-ROLL-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 BD-MISSED-COUNT     PIC 9(08) COMP-3 VALUE ZERO.

       01  BD-LOG-DATE            PIC 9(06) VALUE ZERO.
       01  BD-LOG-TIME            PIC 9(08) VALUE ZERO.

       01  BD-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BD-PRT-ACTION       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 BD-PRT-OPERAND      PIC X(39).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'BY : '.
           05 BD-PRT-REQUESTER    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'WHY: '.
           05 BD-PRT-REASON       PIC X(28).
           05 FILLER              PIC X(31) VALUE SPACE.

       01  BD-DATE-LINE-1.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 BD-IMG-LABEL        PIC X(08).
           05 FILLER              PIC X(09) VALUE 'BUSINESS '.
           05 BD-IMG-CURR-DATE    PIC 9(08).
           05 FILLER              PIC X(09) VALUE '  PRIOR '.
           05 BD-IMG-PRIOR-DATE   PIC 9(08).
           05 FILLER              PIC X(08) VALUE '  NEXT '.
           05 BD-IMG-NEXT-DATE    PIC 9(08).
           05 FILLER              PIC X(14) VALUE '  GENERATIONS '.
           05 BD-IMG-IN1-GEN      PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 BD-IMG-IN2-GEN      PIC 9(04).
           05 FILLER              PIC X(39) VALUE SPACE.

       01  BD-DATE-LINE-2.
           05 FILLER              PIC X(21) VALUE SPACE.
           05 FILLER              PIC X(09) VALUE 'RETAIN  '.
           05 BD-IMG-RETAIN       PIC ZZ9.
           05 FILLER              PIC X(12) VALUE ' MONTHS TO  '.
           05 BD-IMG-HIST-CUTOFF  PIC 9(08).
           05 FILLER              PIC X(09) VALUE '  GRACE  '.
           05 BD-IMG-GRACE        PIC ZZ9.
           05 FILLER              PIC X(10) VALUE ' DAYS TO  '.
           05 BD-IMG-ACK-CUTOFF   PIC 9(06).
           05 FILLER              PIC X(14) VALUE '  LAST ROLLED '.
           05 BD-IMG-ROLL-DATE    PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BD-IMG-ROLL-TIME    PIC 9(08).
           05 FILLER              PIC X(23) VALUE SPACE.

       01  BD-STEP-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 BD-STP-LABEL        PIC X(20).
           05 BD-STP-NAME         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BD-STP-QUAL         PIC X(04).
           05 FILLER              PIC X(16) VALUE '  LAST COMPLETED'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BD-STP-BUS-DATE     PIC 9(08).
           05 FILLER              PIC X(08) VALUE '  BY RUN'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BD-STP-RUN-ID       PIC X(12).
           05 FILLER              PIC X(41) VALUE SPACE.

       01  BD-REFUSE-LINE.
           05 FILLER              PIC X(13) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE '** REFUSED - '.
           05 BD-REF-TEXT         PIC X(40).
           05 FILLER              PIC X(67) VALUE SPACE.

       01  BD-PRT-COUNT           PIC ZZZ,ZZ9.

       01  BD-FILE-STATUSES.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.
           05 CD-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.

       01  BD-ERROR-INFO.
           05 BD-ERROR-FILE-ID    PIC X(08).
           05 BD-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-APPLY-CARD THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 40-FINISH.

       10-SETUP.
           ACCEPT BD-LOG-DATE FROM DATE
           ACCEPT BD-LOG-TIME FROM TIME
           OPEN INPUT BDCARD
           IF CD-FILE-STATUS NOT = '00'
              MOVE 'BDCARD'   TO BD-ERROR-FILE-ID
              MOVE CD-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS = '35'
              PERFORM 11-LOAD-EMPTY-CLUSTER THRU 11-EXIT
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT BDTRPT
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'BDTRPT'   TO BD-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BD-PRINT-REC
           STRING ' STKBDT1 - BUSINESS-DATE CONTROL LOG - RUN '
                     DELIMITED BY SIZE
                  BD-LOG-DATE DELIMITED BY SIZE
              INTO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 12-READ-DATE-REC THRU 12-EXIT
           MOVE 'BEFORE: ' TO BD-IMG-LABEL
           PERFORM 27-PRINT-DATE-REC THRU 27-EXIT
           MOVE SPACES TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         A CLUSTER JUST DEFINED BY STKBDTG HAS
      *                         NEVER BEEN LOADED AND WILL NOT OPEN
      *                         I-O ('35'). LOAD IT WITH AN EMPTY
      *                         DATE RECORD (OPEN OUTPUT) AND REOPEN
      *                         IT I-O - THE SETUP CARDS THAT FOLLOW
      *                         IN THE SAME RUN FILL THE RECORD IN.
       11-LOAD-EMPTY-CLUSTER.
           DISPLAY 'STKBDT1 - CONTROL FILE NEVER LOADED - WRITING '
                   'AN EMPTY BUSINESS-DATE RECORD'
           OPEN OUTPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 38-BUILD-DATE-REC THRU 38-BUILD-EXIT
           WRITE BC-RECORD
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE BUSCTL
           OPEN I-O BUSCTL.

       11-EXIT.
           EXIT.

      *                         LOAD THE DATE RECORD INTO THE WORKING
      *                         COPY. IT IS WRITTEN ON THE FIRST RUN
      *                         AND NEVER DELETED - A LOADED CLUSTER
      *                         WITHOUT ONE IS A HARD STOP.
       12-READ-DATE-REC.
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKBDT1 - NO BUSINESS-DATE RECORD ON THE '
                      'CONTROL FILE'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE      TO BD-CURR-DATE
           MOVE BC-PRIOR-DATE     TO BD-PRIOR-DATE
           MOVE BC-NEXT-DATE      TO BD-NEXT-DATE
           MOVE BC-IN1-GENERATION TO BD-IN1-GENERATION
           MOVE BC-IN2-GENERATION TO BD-IN2-GENERATION
           MOVE BC-RETAIN-MONTHS  TO BD-RETAIN-MONTHS
           MOVE BC-GRACE-DAYS     TO BD-GRACE-DAYS
           MOVE BC-HIST-CUTOFF    TO BD-HIST-CUTOFF
           MOVE BC-ACK-CUTOFF     TO BD-ACK-CUTOFF
           MOVE BC-ROLL-DATE      TO BD-ROLL-DATE
           MOVE BC-ROLL-TIME      TO BD-ROLL-TIME
           MOVE BC-MAINT-USER     TO BD-MAINT-USER.

       12-EXIT.
           EXIT.

      *                         EDIT ONE CARD AND, IF IT PASSES,
      *                         APPLY IT. THE CARD HEADING LINE
      *                         ALWAYS PRINTS; AN APPLIED CARD IS
      *                         FOLLOWED BY THE DATE RECORD AS IT
      *                         NOW STANDS, A REFUSED ONE BY THE
      *                         REASON.
       20-APPLY-CARD.
           ADD 1 TO BD-CARD-COUNT
           MOVE 'Y'    TO BD-CARD-OK-IND
           MOVE SPACES TO BD-REFUSE-REASON
           PERFORM 21-EDIT-CARD THRU 21-EXIT
           PERFORM 26-PRINT-CARD-HEAD THRU 26-EXIT
           IF NOT BD-CARD-OK
              ADD 1 TO BD-REFUSED-COUNT
              MOVE BD-REFUSE-REASON TO BD-REF-TEXT
              MOVE BD-REFUSE-LINE TO BD-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
           ELSE
              ADD 1 TO BD-APPLIED-COUNT
              EVALUATE TRUE
                 WHEN DC-SET-DATE
                    PERFORM 22-APPLY-DATE THRU 22-EXIT
                 WHEN DC-SET-GENS
                    PERFORM 22-APPLY-GENS THRU 22-GENS-EXIT
                 WHEN DC-SET-RETAIN
                    PERFORM 22-APPLY-RETAIN THRU 22-RETAIN-EXIT
                 WHEN DC-SET-GRACE
                    PERFORM 22-APPLY-GRACE THRU 22-GRACE-EXIT
                 WHEN DC-ADD-HOLIDAY
                    PERFORM 23-APPLY-HADD THRU 23-EXIT
                 WHEN DC-DEL-HOLIDAY
                    PERFORM 23-APPLY-HDEL THRU 23-HDEL-EXIT
                 WHEN DC-CLEAR-STEP
                    PERFORM 24-APPLY-STEP THRU 24-EXIT
                 WHEN DC-ROLL
                    PERFORM 30-APPLY-ROLL THRU 30-EXIT
              END-EVALUATE
              IF NOT DC-CLEAR-STEP
                 MOVE 'AFTER : ' TO BD-IMG-LABEL
                 PERFORM 27-PRINT-DATE-REC THRU 27-EXIT
              END-IF
           END-IF
           MOVE SPACES TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       20-EXIT.
           EXIT.

      *                         THE CARD EDITS - FIRST FAILURE WINS
      *                         AND SETS THE REFUSAL TEXT. THE ROLL
      *                         IS THE SCHEDULED NIGHTLY CARD AND
      *                         NEEDS NO REQUESTER; EVERY OTHER CARD
      *                         IS A HAND CHANGE AND DOES.
       21-EDIT-CARD.
           IF NOT DC-SET-DATE AND NOT DC-SET-GENS
                 AND NOT DC-SET-RETAIN AND NOT DC-SET-GRACE
                 AND NOT DC-ADD-HOLIDAY AND NOT DC-DEL-HOLIDAY
                 AND NOT DC-CLEAR-STEP AND NOT DC-ROLL
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'ACTION NOT A KNOWN CONTROL CARD'
                TO BD-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF NOT DC-ROLL
              IF DC-REQUESTER = SPACES OR DC-REASON = SPACES
                 MOVE 'N' TO BD-CARD-OK-IND
                 MOVE 'REQUESTER AND REASON ARE REQUIRED'
                   TO BD-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           IF DC-SET-DATE OR DC-ADD-HOLIDAY OR DC-DEL-HOLIDAY
              MOVE DC-DATE-X TO BD-WORK-DATE(1:8)
              PERFORM 31-CHECK-DATE THRU 31-EXIT
              IF NOT BD-CARD-OK
                 MOVE 'DATE NOT A VALID CCYYMMDD'
                   TO BD-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           IF NOT DC-SET-DATE AND NOT DC-ADD-HOLIDAY
                 AND NOT DC-DEL-HOLIDAY AND NOT DC-SET-GENS
              IF BD-CURR-DATE = ZERO
                 MOVE 'N' TO BD-CARD-OK-IND
                 MOVE 'NO BUSINESS DATE YET - KEY A DATE CARD'
                   TO BD-REFUSE-REASON
                 GO TO 21-EXIT
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN DC-SET-DATE
                 PERFORM 21-EDIT-DATE THRU 21-EDIT-DATE-EXIT
              WHEN DC-SET-GENS
                 IF DC-IN1-GEN-X NOT NUMERIC
                       OR DC-IN2-GEN-X NOT NUMERIC
                       OR DC-IN1-GEN = ZERO OR DC-IN2-GEN = ZERO
                    MOVE 'N' TO BD-CARD-OK-IND
                    MOVE 'GENERATIONS MUST BE 0001-9999'
                      TO BD-REFUSE-REASON
                 END-IF
              WHEN DC-SET-RETAIN
                 IF DC-COUNT-X NOT NUMERIC OR DC-COUNT = ZERO
                    MOVE 'N' TO BD-CARD-OK-IND
                    MOVE 'RETENTION MUST BE 001-999 MONTHS'
                      TO BD-REFUSE-REASON
                 END-IF
              WHEN DC-SET-GRACE
                 IF DC-COUNT-X NOT NUMERIC
                    MOVE 'N' TO BD-CARD-OK-IND
                    MOVE 'GRACE MUST BE 000-999 DAYS'
                      TO BD-REFUSE-REASON
                 END-IF
              WHEN DC-ADD-HOLIDAY
                 PERFORM 21-EDIT-HADD THRU 21-EDIT-HADD-EXIT
              WHEN DC-DEL-HOLIDAY
                 PERFORM 33-READ-HOLIDAY THRU 33-READ-EXIT
                 IF NOT BD-RECORD-FOUND
                    MOVE 'N' TO BD-CARD-OK-IND
                    MOVE 'DATE IS NOT ON THE HOLIDAY CALENDAR'
                      TO BD-REFUSE-REASON
                 END-IF
              WHEN DC-CLEAR-STEP
                 PERFORM 21-EDIT-STEP THRU 21-EDIT-STEP-EXIT
              WHEN DC-ROLL
                 IF BD-ROLL-DATE = BD-LOG-DATE AND NOT DC-FORCE-ROLL
                    MOVE 'N' TO BD-CARD-OK-IND
                    MOVE 'ALREADY ROLLED TODAY - COL 6 F TO FORCE'
                      TO BD-REFUSE-REASON
                 END-IF
           END-EVALUATE.

       21-EXIT.
           EXIT.

      *                         A NEW CURRENT DATE MUST ITSELF BE A
      *                         BUSINESS DAY - NOT A SATURDAY,
      *                         SUNDAY OR CALENDAR HOLIDAY.
       21-EDIT-DATE.
           PERFORM 33-CHECK-BUSINESS-DAY THRU 33-EXIT
           IF NOT BD-BUSINESS-DAY
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'DATE IS A WEEKEND DAY OR HOLIDAY'
                TO BD-REFUSE-REASON
           END-IF.

       21-EDIT-DATE-EXIT.
           EXIT.

      *                         A HOLIDAY NEEDS A DESCRIPTION, MUST
      *                         NOT BE ON THE CALENDAR ALREADY, AND
      *                         CANNOT BE THE CURRENT BUSINESS DATE
      *                         - MOVE THE DATE OFF IT FIRST.
       21-EDIT-HADD.
           IF DC-HOL-DESC = SPACES
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'HOLIDAY DESCRIPTION IS REQUIRED'
                TO BD-REFUSE-REASON
              GO TO 21-EDIT-HADD-EXIT
           END-IF
           IF BD-WORK-DATE = BD-CURR-DATE
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'DATE IS THE CURRENT BUSINESS DATE'
                TO BD-REFUSE-REASON
              GO TO 21-EDIT-HADD-EXIT
           END-IF
           PERFORM 33-READ-HOLIDAY THRU 33-READ-EXIT
           IF BD-RECORD-FOUND
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'DATE IS ALREADY A HOLIDAY'
                TO BD-REFUSE-REASON
           END-IF.

       21-EDIT-HADD-EXIT.
           EXIT.

      *                         ONLY A STEP MARKED COMPLETE FOR THE
      *                         CURRENT BUSINESS DATE HAS ANYTHING TO
      *                         CLEAR. THE STEP RECORD IS LEFT IN THE
      *                         RECORD AREA FOR 24-APPLY-STEP.
       21-EDIT-STEP.
           IF DC-STEP-NAME = SPACES
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'STEP NAME IS REQUIRED' TO BD-REFUSE-REASON
              GO TO 21-EDIT-STEP-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE DC-STEP-NAME TO BC-STEP-NAME
           MOVE DC-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'STEP HAS NEVER COMPLETED' TO BD-REFUSE-REASON
              GO TO 21-EDIT-STEP-EXIT
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-STEP-BUS-DATE NOT = BD-CURR-DATE
              MOVE 'N' TO BD-CARD-OK-IND
              MOVE 'STEP NOT COMPLETE FOR THE BUSINESS DATE'
                TO BD-REFUSE-REASON
           END-IF.

       21-EDIT-STEP-EXIT.
           EXIT.

      *                         DATE - THE NEW CURRENT DATE, WITH
      *                         PRIOR, NEXT AND BOTH CUTOFFS WORKED
      *                         OUT AROUND IT.
       22-APPLY-DATE.
           MOVE DC-DATE-X TO BD-CURR-DATE
           PERFORM 34-SET-PRIOR-NEXT THRU 34-EXIT
           PERFORM 35-SET-CUTOFFS THRU 35-EXIT
           PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT.

       22-EXIT.
           EXIT.

       22-APPLY-GENS.
           MOVE DC-IN1-GEN TO BD-IN1-GENERATION
           MOVE DC-IN2-GEN TO BD-IN2-GENERATION
           PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT.

       22-GENS-EXIT.
           EXIT.

       22-APPLY-RETAIN.
           MOVE DC-COUNT TO BD-RETAIN-MONTHS
           PERFORM 35-SET-CUTOFFS THRU 35-EXIT
           PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT.

       22-RETAIN-EXIT.
           EXIT.

       22-APPLY-GRACE.
           MOVE DC-COUNT TO BD-GRACE-DAYS
           PERFORM 35-SET-CUTOFFS THRU 35-EXIT
           PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT.

       22-GRACE-EXIT.
           EXIT.

      *                         HADD / HDEL - THE HOLIDAY RECORD IS
      *                         WRITTEN OR DELETED, THEN PRIOR AND
      *                         NEXT ARE WORKED OUT AGAIN IN CASE THE
      *                         CHANGED DATE FELL BETWEEN THEM.
       23-APPLY-HADD.
           MOVE SPACES          TO BC-RECORD
           MOVE 'H'             TO BC-REC-TYPE
           MOVE DC-DATE-X       TO BC-HOL-DATE
           MOVE DC-HOL-DESC     TO BC-HOL-DESC
           MOVE DC-REQUESTER    TO BC-HOL-USER
           MOVE BD-LOG-DATE     TO BC-HOL-ADD-DATE
           WRITE BC-RECORD
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BD-CURR-DATE NOT = ZERO
              PERFORM 34-SET-PRIOR-NEXT THRU 34-EXIT
              PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT
           END-IF.

       23-EXIT.
           EXIT.

       23-APPLY-HDEL.
           MOVE SPACES          TO BC-RECORD
           MOVE 'H'             TO BC-REC-TYPE
           MOVE DC-DATE-X       TO BC-HOL-DATE
           DELETE BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BD-CURR-DATE NOT = ZERO
              PERFORM 34-SET-PRIOR-NEXT THRU 34-EXIT
              PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT
           END-IF.

       23-HDEL-EXIT.
           EXIT.

      *                         STEP - THE COMPLETION MARK IS TAKEN
      *                         BACK (BUSINESS DATE ZEROED); THE RUN
      *                         THAT SET IT IS PRINTED FIRST SO THE
      *                         LOG SHOWS WHAT WAS CLEARED.
       24-APPLY-STEP.
           MOVE 'CLEARED - WAS       ' TO BD-STP-LABEL
           PERFORM 29-PRINT-STEP THRU 29-EXIT
           MOVE ZERO TO BC-STEP-BUS-DATE
           REWRITE BC-RECORD
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       24-EXIT.
           EXIT.

       25-READ-CARD.
           READ BDCARD
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF CD-FILE-STATUS NOT = '00' AND CD-FILE-STATUS NOT = '10'
              MOVE 'BDCARD'   TO BD-ERROR-FILE-ID
              MOVE CD-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-PRINT-CARD-HEAD.
           EVALUATE TRUE
              WHEN DC-SET-DATE
                 MOVE 'DATE'       TO BD-PRT-ACTION
              WHEN DC-SET-GENS
                 MOVE 'GENS'       TO BD-PRT-ACTION
              WHEN DC-SET-RETAIN
                 MOVE 'RETENTION'  TO BD-PRT-ACTION
              WHEN DC-SET-GRACE
                 MOVE 'GRACE'      TO BD-PRT-ACTION
              WHEN DC-ADD-HOLIDAY
                 MOVE 'ADD HOL'    TO BD-PRT-ACTION
              WHEN DC-DEL-HOLIDAY
                 MOVE 'DEL HOL'    TO BD-PRT-ACTION
              WHEN DC-CLEAR-STEP
                 MOVE 'CLEAR STEP' TO BD-PRT-ACTION
              WHEN DC-ROLL
                 MOVE 'ROLL'       TO BD-PRT-ACTION
              WHEN OTHER
                 MOVE DC-ACTION    TO BD-PRT-ACTION
           END-EVALUATE
           MOVE DC-OPERAND     TO BD-PRT-OPERAND
           MOVE DC-REQUESTER   TO BD-PRT-REQUESTER
           MOVE DC-REASON      TO BD-PRT-REASON
           MOVE BD-CARD-LINE   TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       26-EXIT.
           EXIT.

      *                         THE DATE RECORD AS IT STANDS - CALLER
      *                         SETS THE BEFORE/AFTER LABEL.
       27-PRINT-DATE-REC.
           MOVE BD-CURR-DATE      TO BD-IMG-CURR-DATE
           MOVE BD-PRIOR-DATE     TO BD-IMG-PRIOR-DATE
           MOVE BD-NEXT-DATE      TO BD-IMG-NEXT-DATE
           MOVE BD-IN1-GENERATION TO BD-IMG-IN1-GEN
           MOVE BD-IN2-GENERATION TO BD-IMG-IN2-GEN
           MOVE BD-DATE-LINE-1    TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE BD-RETAIN-MONTHS  TO BD-IMG-RETAIN
           MOVE BD-HIST-CUTOFF    TO BD-IMG-HIST-CUTOFF
           MOVE BD-GRACE-DAYS     TO BD-IMG-GRACE
           MOVE BD-ACK-CUTOFF     TO BD-IMG-ACK-CUTOFF
           MOVE BD-ROLL-DATE      TO BD-IMG-ROLL-DATE
           MOVE BD-ROLL-TIME      TO BD-IMG-ROLL-TIME
           MOVE BD-DATE-LINE-2    TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       27-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE BD-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'
              MOVE 'BDTRPT'   TO BD-ERROR-FILE-ID
              MOVE RP-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

      *                         ONE STEP RECORD (IN THE RECORD AREA)
      *                         - CALLER SETS THE LABEL.
       29-PRINT-STEP.
           MOVE BC-STEP-NAME      TO BD-STP-NAME
           MOVE BC-STEP-QUAL      TO BD-STP-QUAL
           MOVE BC-STEP-BUS-DATE  TO BD-STP-BUS-DATE
           MOVE BC-STEP-RUN-ID    TO BD-STP-RUN-ID
           MOVE BD-STEP-LINE      TO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       29-EXIT.
           EXIT.

      *                         ROLL - LIST THE STEPS THAT MISSED THE
      *                         OUTGOING DATE, THEN ADVANCE: OUTGOING
      *                         CURRENT TO PRIOR, THE NEXT BUSINESS
      *                         DAY AFTER IT TO CURRENT (WORKED OUT
      *                         AFRESH, SO A HOLIDAY ADDED SINCE THE
      *                         LAST ROLL IS HONOURED), THE ONE AFTER
      *                         THAT TO NEXT. EACH INPUT GENERATION
      *                         STEPS ON BY ONE, WRAPPING 9999 TO 1
      *                         AS THE GDG NUMBERS DO.
       30-APPLY-ROLL.
           MOVE BD-CURR-DATE TO BD-OUTGOING-DATE
           PERFORM 32-LIST-MISSED-STEPS THRU 32-EXIT
           MOVE BD-OUTGOING-DATE TO BD-PRIOR-DATE
           MOVE BD-OUTGOING-DATE TO BD-WORK-DATE
           PERFORM 36-NEXT-BUSINESS-DAY THRU 36-EXIT
           MOVE BD-WORK-DATE TO BD-CURR-DATE
           PERFORM 36-NEXT-BUSINESS-DAY THRU 36-EXIT
           MOVE BD-WORK-DATE TO BD-NEXT-DATE
           IF BD-IN1-GENERATION = 9999
              MOVE 1 TO BD-IN1-GENERATION
           ELSE
              ADD 1 TO BD-IN1-GENERATION
           END-IF
           IF BD-IN2-GENERATION = 9999
              MOVE 1 TO BD-IN2-GENERATION
           ELSE
              ADD 1 TO BD-IN2-GENERATION
           END-IF
           PERFORM 35-SET-CUTOFFS THRU 35-EXIT
           MOVE BD-LOG-DATE TO BD-ROLL-DATE
           MOVE BD-LOG-TIME TO BD-ROLL-TIME
           ADD 1 TO BD-ROLL-COUNT
           PERFORM 38-REWRITE-DATE-REC THRU 38-EXIT.

       30-EXIT.
           EXIT.

      *                         COMMON CENTURY-DATE CHECK - CALLER
      *                         MOVES THE RAW EIGHT DATE BYTES INTO
      *                         BD-WORK-DATE FIRST. SAME RULES AS
      *                         STKEDIT1 25-CHECK-DATE (1900-2099,
      *                         LEAP YEARS HONOURED).
       31-CHECK-DATE.
           IF BD-WORK-DATE(1:8) NOT NUMERIC
              MOVE 'N' TO BD-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF BD-WORK-YEAR < 1900 OR BD-WORK-YEAR > 2099
              MOVE 'N' TO BD-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF BD-WORK-MONTH < 1 OR BD-WORK-MONTH > 12
              MOVE 'N' TO BD-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           PERFORM 31-SET-MONTH-LENGTH THRU 31-MONTH-EXIT
           IF BD-WORK-DAY < 1 OR BD-WORK-DAY > BD-MONTH-LENGTH
              MOVE 'N' TO BD-CARD-OK-IND
           END-IF.

       31-EXIT.
           EXIT.

      *                         DAYS IN BD-WORK-MONTH OF BD-WORK-YEAR
      *                         - FEBRUARY IS 29 IN A LEAP YEAR.
       31-SET-MONTH-LENGTH.
           MOVE BD-DAYS-IN-MONTH(BD-WORK-MONTH) TO BD-MONTH-LENGTH
           IF BD-WORK-MONTH = 2
              PERFORM 31-CHECK-LEAP-YEAR THRU 31-LEAP-EXIT
              IF BD-LEAP-YEAR
                 MOVE 29 TO BD-MONTH-LENGTH
              END-IF
           END-IF.

       31-MONTH-EXIT.
           EXIT.

       31-CHECK-LEAP-YEAR.
           MOVE 'N' TO BD-LEAP-IND
           DIVIDE BD-WORK-YEAR BY 4
              GIVING BD-LEAP-QUOTIENT
              REMAINDER BD-LEAP-REMAINDER
           IF BD-LEAP-REMAINDER = ZERO
              MOVE 'Y' TO BD-LEAP-IND
              DIVIDE BD-WORK-YEAR BY 100
                 GIVING BD-LEAP-QUOTIENT
                 REMAINDER BD-LEAP-REMAINDER
              IF BD-LEAP-REMAINDER = ZERO
                 DIVIDE BD-WORK-YEAR BY 400
                    GIVING BD-LEAP-QUOTIENT
                    REMAINDER BD-LEAP-REMAINDER
                 IF BD-LEAP-REMAINDER NOT = ZERO
                    MOVE 'N' TO BD-LEAP-IND
                 END-IF
              END-IF
           END-IF.

       31-LEAP-EXIT.
           EXIT.

      *                         BROWSE THE STEP RECORDS. A STEP THAT
      *                         COMPLETED FOR THE PRIOR BUSINESS DATE
      *                         BUT NOT FOR THE OUTGOING ONE RUNS
      *                         EVERY NIGHT AND MISSED TONIGHT. A
      *                         STEP LAST COMPLETED EARLIER STILL IS
      *                         A PERIODIC ONE (THE HISTORY PURGE) OR
      *                         A PARTITION NOT USED ON THESE NIGHTS,
      *                         AND IS NOT LISTED. NOR IS A ONE-OFF
      *                         RUN - A HAND-CODED PARTITION RANGE
      *                         OR A POSTEXC RE-FEED, WHOSE QUALIFIER
      *                         IS NEITHER SPACES NOR '*N'. A '23' ON
      *                         THE START MEANS NO STEP HAS EVER
      *                         MARKED ITSELF COMPLETE.
       32-LIST-MISSED-STEPS.
           MOVE SPACE  TO END-OF-STEPS-IND
           MOVE SPACES TO BC-RECORD
           MOVE 'S'    TO BC-REC-TYPE
           START BUSCTL KEY NOT < BC-KEY
           IF BC-FILE-STATUS = '23'
              GO TO 32-EXIT
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 32-READ-STEP THRU 32-READ-STEP-EXIT
           PERFORM 32-CHECK-STEP THRU 32-CHECK-STEP-EXIT
              UNTIL SW-END-OF-STEPS.

       32-EXIT.
           EXIT.

       32-CHECK-STEP.
           IF BC-STEP-BUS-DATE = BD-PRIOR-DATE
                 AND BD-PRIOR-DATE NOT = ZERO
                 AND (BC-STEP-QUAL = SPACES
                 OR BC-STEP-QUAL(1:1) = '*')
              ADD 1 TO BD-MISSED-COUNT
              MOVE 'NOT COMPLETED -     ' TO BD-STP-LABEL
              PERFORM 29-PRINT-STEP THRU 29-EXIT
              DISPLAY 'STKBDT1 - *** STEP ' BC-STEP-NAME ' '
                      BC-STEP-QUAL ' DID NOT COMPLETE FOR BUSINESS '
                      'DATE ' BD-OUTGOING-DATE ' ***'
           END-IF
           PERFORM 32-READ-STEP THRU 32-READ-STEP-EXIT.

       32-CHECK-STEP-EXIT.
           EXIT.

       32-READ-STEP.
           READ BUSCTL NEXT
              AT END MOVE 'Y' TO END-OF-STEPS-IND
           END-READ
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '10'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-STEPS AND NOT BC-STEP-REC
              MOVE 'Y' TO END-OF-STEPS-IND
           END-IF.

       32-READ-STEP-EXIT.
           EXIT.

      *                         IS BD-WORK-DATE A BUSINESS DAY? NOT A
      *                         SATURDAY OR SUNDAY (ZELLER'S
      *                         CONGRUENCE, DONE WITH WHOLE-NUMBER
      *                         DIVIDES) AND NOT ON THE HOLIDAY
      *                         CALENDAR.
       33-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO BD-BUS-DAY-IND
           MOVE BD-WORK-YEAR  TO BD-Z-YEAR
           MOVE BD-WORK-MONTH TO BD-Z-MONTH
           IF BD-Z-MONTH < 3
              ADD 12 TO BD-Z-MONTH
              SUBTRACT 1 FROM BD-Z-YEAR
           END-IF
           DIVIDE BD-Z-YEAR BY 100
              GIVING BD-Z-CENTURY
              REMAINDER BD-Z-YEAR-OF-CENT
           COMPUTE BD-Z-MONTH-TERM = (BD-Z-MONTH + 1) * 13
           DIVIDE BD-Z-MONTH-TERM BY 5 GIVING BD-Z-MONTH-TERM
           DIVIDE BD-Z-YEAR-OF-CENT BY 4 GIVING BD-Z-YEAR-TERM
           DIVIDE BD-Z-CENTURY BY 4 GIVING BD-Z-CENT-TERM
           COMPUTE BD-Z-SUM = BD-WORK-DAY + BD-Z-MONTH-TERM
                            + BD-Z-YEAR-OF-CENT + BD-Z-YEAR-TERM
                            + BD-Z-CENT-TERM + (5 * BD-Z-CENTURY)
           DIVIDE BD-Z-SUM BY 7
              GIVING BD-Z-QUOTIENT
              REMAINDER BD-DAY-OF-WEEK
           IF BD-WEEKEND-DAY
              MOVE 'N' TO BD-BUS-DAY-IND
              GO TO 33-EXIT
           END-IF
           PERFORM 33-READ-HOLIDAY THRU 33-READ-EXIT
           IF BD-RECORD-FOUND
              MOVE 'N' TO BD-BUS-DAY-IND
           END-IF.

       33-EXIT.
           EXIT.

      *                         RANDOM READ OF THE HOLIDAY RECORD FOR
      *                         BD-WORK-DATE - '23' (NOT FOUND) IS AN
      *                         ORDINARY DAY, NOT AN ERROR.
       33-READ-HOLIDAY.
           MOVE SPACE  TO BD-FOUND-IND
           MOVE SPACES TO BC-RECORD
           MOVE 'H'    TO BC-REC-TYPE
           MOVE BD-WORK-DATE TO BC-HOL-DATE
           READ BUSCTL
           IF BC-FILE-STATUS = '00'
              MOVE 'Y' TO BD-FOUND-IND
           ELSE
              IF BC-FILE-STATUS NOT = '23'
                 MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
           END-IF.

       33-READ-EXIT.
           EXIT.

      *                         PRIOR AND NEXT BUSINESS DAYS EITHER
      *                         SIDE OF THE CURRENT DATE.
       34-SET-PRIOR-NEXT.
           MOVE BD-CURR-DATE TO BD-WORK-DATE
           PERFORM 37-PRIOR-BUSINESS-DAY THRU 37-EXIT
           MOVE BD-WORK-DATE TO BD-PRIOR-DATE
           MOVE BD-CURR-DATE TO BD-WORK-DATE
           PERFORM 36-NEXT-BUSINESS-DAY THRU 36-EXIT
           MOVE BD-WORK-DATE TO BD-NEXT-DATE.

       34-EXIT.
           EXIT.

      *                         THE HISTORY CUTOFF IS THE CURRENT
      *                         DATE LESS THE RETENTION MONTHS, THE
      *                         DAY CUT BACK TO THE END OF A SHORTER
      *                         MONTH (31 MARCH LESS ONE MONTH IS
      *                         28 OR 29 FEBRUARY). THE ACK CUTOFF IS
      *                         THE CURRENT DATE LESS THE GRACE DAYS,
      *                         CALENDAR DAYS, IN THE YYMMDD FORM OF
      *                         THE RUN-LOG DATE STKACK1 TESTS IT
      *                         AGAINST.
       35-SET-CUTOFFS.
           MOVE BD-CURR-DATE TO BD-WORK-DATE
           COMPUTE BD-TOTAL-MONTHS = (BD-WORK-YEAR * 12)
                                   + BD-WORK-MONTH - 1
                                   - BD-RETAIN-MONTHS
           DIVIDE BD-TOTAL-MONTHS BY 12
              GIVING BD-WORK-YEAR
              REMAINDER BD-WORK-MONTH
           ADD 1 TO BD-WORK-MONTH
           PERFORM 31-SET-MONTH-LENGTH THRU 31-MONTH-EXIT
           IF BD-WORK-DAY > BD-MONTH-LENGTH
              MOVE BD-MONTH-LENGTH TO BD-WORK-DAY
           END-IF
           MOVE BD-WORK-DATE TO BD-HIST-CUTOFF
           MOVE BD-CURR-DATE TO BD-WORK-DATE
           PERFORM 39-PRIOR-DAY THRU 39-PRIOR-EXIT
              BD-GRACE-DAYS TIMES
           MOVE BD-WORK-DATE(3:6) TO BD-ACK-CUTOFF.

       35-EXIT.
           EXIT.

      *                         STEP BD-WORK-DATE FORWARD (OR, IN 37,
      *                         BACK) TO THE NEAREST BUSINESS DAY,
      *                         NOT COUNTING THE DAY ITSELF. A MONTH
      *                         WITHOUT ONE MEANS THE HOLIDAY
      *                         CALENDAR HAS BEEN KEYED WRONG - STOP
      *                         RATHER THAN LOOP.
       36-NEXT-BUSINESS-DAY.
           MOVE ZERO TO BD-STEP-COUNT
           MOVE 'N'  TO BD-BUS-DAY-IND
           PERFORM 36-STEP-FORWARD THRU 36-STEP-EXIT
              UNTIL BD-BUSINESS-DAY.

       36-EXIT.
           EXIT.

       36-STEP-FORWARD.
           ADD 1 TO BD-STEP-COUNT
           IF BD-STEP-COUNT > 31
              DISPLAY 'STKBDT1 - NO BUSINESS DAY WITHIN A MONTH '
                      'AFTER ' BD-CURR-DATE ' - CHECK THE HOLIDAY '
                      'CALENDAR'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE 'CL'       TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 39-NEXT-DAY THRU 39-EXIT
           PERFORM 33-CHECK-BUSINESS-DAY THRU 33-EXIT.

       36-STEP-EXIT.
           EXIT.

       37-PRIOR-BUSINESS-DAY.
           MOVE ZERO TO BD-STEP-COUNT
           MOVE 'N'  TO BD-BUS-DAY-IND
           PERFORM 37-STEP-BACK THRU 37-STEP-EXIT
              UNTIL BD-BUSINESS-DAY.

       37-EXIT.
           EXIT.

       37-STEP-BACK.
           ADD 1 TO BD-STEP-COUNT
           IF BD-STEP-COUNT > 31
              DISPLAY 'STKBDT1 - NO BUSINESS DAY WITHIN A MONTH '
                      'BEFORE ' BD-CURR-DATE ' - CHECK THE HOLIDAY '
                      'CALENDAR'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE 'CL'       TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 39-PRIOR-DAY THRU 39-PRIOR-EXIT
           PERFORM 33-CHECK-BUSINESS-DAY THRU 33-EXIT.

       37-STEP-EXIT.
           EXIT.

      *                         PUT THE WORKING COPY BACK ON THE
      *                         FILE, STAMPED WITH WHO CHANGED IT.
       38-REWRITE-DATE-REC.
           IF DC-REQUESTER NOT = SPACES
              MOVE DC-REQUESTER TO BD-MAINT-USER
           ELSE
              MOVE 'STKBDT1'    TO BD-MAINT-USER
           END-IF
           PERFORM 38-BUILD-DATE-REC THRU 38-BUILD-EXIT
           REWRITE BC-RECORD
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO BD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO BD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       38-EXIT.
           EXIT.

       38-BUILD-DATE-REC.
           MOVE SPACES            TO BC-RECORD
           MOVE 'D'               TO BC-REC-TYPE
           MOVE BD-CURR-DATE      TO BC-CURR-DATE
           MOVE BD-PRIOR-DATE     TO BC-PRIOR-DATE
           MOVE BD-NEXT-DATE      TO BC-NEXT-DATE
           MOVE BD-IN1-GENERATION TO BC-IN1-GENERATION
           MOVE BD-IN2-GENERATION TO BC-IN2-GENERATION
           MOVE BD-RETAIN-MONTHS  TO BC-RETAIN-MONTHS
           MOVE BD-GRACE-DAYS     TO BC-GRACE-DAYS
           MOVE BD-HIST-CUTOFF    TO BC-HIST-CUTOFF
           MOVE BD-ACK-CUTOFF     TO BC-ACK-CUTOFF
           MOVE BD-ROLL-DATE      TO BC-ROLL-DATE
           MOVE BD-ROLL-TIME      TO BC-ROLL-TIME
           MOVE BD-MAINT-USER     TO BC-MAINT-USER.

       38-BUILD-EXIT.
           EXIT.

      *                         ONE CALENDAR DAY FORWARD OR BACK ON
      *                         BD-WORK-DATE, ACROSS MONTH AND YEAR
      *                         ENDS.
       39-NEXT-DAY.
           PERFORM 31-SET-MONTH-LENGTH THRU 31-MONTH-EXIT
           IF BD-WORK-DAY < BD-MONTH-LENGTH
              ADD 1 TO BD-WORK-DAY
              GO TO 39-EXIT
           END-IF
           MOVE 1 TO BD-WORK-DAY
           IF BD-WORK-MONTH < 12
              ADD 1 TO BD-WORK-MONTH
           ELSE
              MOVE 1 TO BD-WORK-MONTH
              ADD 1 TO BD-WORK-YEAR
           END-IF.

       39-EXIT.
           EXIT.

       39-PRIOR-DAY.
           IF BD-WORK-DAY > 1
              SUBTRACT 1 FROM BD-WORK-DAY
              GO TO 39-PRIOR-EXIT
           END-IF
           IF BD-WORK-MONTH > 1
              SUBTRACT 1 FROM BD-WORK-MONTH
           ELSE
              MOVE 12 TO BD-WORK-MONTH
              SUBTRACT 1 FROM BD-WORK-YEAR
           END-IF
           PERFORM 31-SET-MONTH-LENGTH THRU 31-MONTH-EXIT
           MOVE BD-MONTH-LENGTH TO BD-WORK-DAY.

       39-PRIOR-EXIT.
           EXIT.

       40-FINISH.
           MOVE BD-CARD-COUNT TO BD-PRT-COUNT
           MOVE SPACES TO BD-PRINT-REC
           STRING ' CARDS READ ............... ' DELIMITED BY SIZE
                  BD-PRT-COUNT                   DELIMITED BY SIZE
              INTO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE BD-APPLIED-COUNT TO BD-PRT-COUNT
           MOVE SPACES TO BD-PRINT-REC
           STRING ' CARDS APPLIED ............ ' DELIMITED BY SIZE
                  BD-PRT-COUNT                   DELIMITED BY SIZE
              INTO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE BD-REFUSED-COUNT TO BD-PRT-COUNT
           MOVE SPACES TO BD-PRINT-REC
           STRING ' CARDS REFUSED ............ ' DELIMITED BY SIZE
                  BD-PRT-COUNT                   DELIMITED BY SIZE
              INTO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE BD-MISSED-COUNT TO BD-PRT-COUNT
           MOVE SPACES TO BD-PRINT-REC
           STRING ' STEPS MISSED AT ROLL ..... ' DELIMITED BY SIZE
                  BD-PRT-COUNT                   DELIMITED BY SIZE
              INTO BD-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           CLOSE BDCARD BUSCTL BDTRPT
           DISPLAY '***** STKBDT1 BUSINESS-DATE CONTROL TOTALS *****'
           DISPLAY 'CARDS READ ............... ' BD-CARD-COUNT
           DISPLAY 'CARDS APPLIED ............ ' BD-APPLIED-COUNT
           DISPLAY 'CARDS REFUSED ............ ' BD-REFUSED-COUNT
           DISPLAY 'DATE ROLLS ............... ' BD-ROLL-COUNT
           DISPLAY 'STEPS MISSED AT ROLL ..... ' BD-MISSED-COUNT
           DISPLAY 'CURRENT BUSINESS DATE .... ' BD-CURR-DATE
           DISPLAY 'INPUT GENERATIONS ........ ' BD-IN1-GENERATION
                   '/' BD-IN2-GENERATION
           IF BD-REFUSED-COUNT > ZERO
              DISPLAY '*** WARNING - ONE OR MORE CARDS WERE REFUSED '
                      '- SEE THE CONTROL LOG ***'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF BD-MISSED-COUNT > ZERO
              DISPLAY '*** WARNING - ONE OR MORE STEPS DID NOT '
                      'COMPLETE BEFORE THE ROLL - SEE THE CONTROL '
                      'LOG ***'
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       90-ABEND.
           DISPLAY 'STKBDT1 - FATAL ERROR ON ' BD-ERROR-FILE-ID
                   ' - STATUS = ' BD-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE BDCARD BUSCTL BDTRPT
           STOP RUN.

       90-EXIT.
           EXIT.
