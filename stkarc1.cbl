      *-------------------------------------------------------------*
      *  STKARC1 : NIGHTLY LONG-TERM ARCHIVE OF THE JOIN'S OUTPUT.   *
      *            THE OUTFILE, SUSPFILE AND WRITEOFF GDGS KEEP ONLY *
      *            TEN GENERATIONS, AS DOES POSTIN (THE POSTING      *
      *            INPUT STKDUP1 CUTS FROM OUTFILE - WHAT STKBKO1    *
      *            BACKS OUT), SO EACH NIGHT THIS STEP COPIES THE    *
      *            NEW GENERATION OF ALL FOUR, RECORD FOR RECORD, TO *
      *            ONE NEW GENERATION OF THE ARCHIVE GDG             *
      *            (SEE THE STKARCR COPYBOOK) AND RECORDS WHAT IT    *
      *            ARCHIVED ON THE ARCHIVE INDEX (ARCINDX, SEE       *
      *            STKARCX) - ONE ENTRY PER DATASET, KEYED ON THE    *
      *            NIGHT'S RUN-ID, WITH THE ARCHIVE GENERATION, THE  *
      *            BUSINESS DATE, THE RECORD COUNT AND THE AMOUNT    *
      *            TOTAL. STKRTV1 REBUILDS ANY OF THE FOUR FILES     *
      *            FROM THE ARCHIVE BY RUN-ID.                       *
      *            THE RUN-ID IS THE ONE THE CHAIN LOGGED UNDER:     *
      *            THE MERGE'S (STKMRG1) WHEN IT COMPLETED FOR THE   *
      *            BUSINESS DATE - A PARTITIONED NIGHT - ELSE THE    *
      *            SINGLE-STREAM JOIN'S (STACKEX1), BOTH TAKEN FROM  *
      *            THEIR COMPLETION RECORDS ON BUSCTL. NEITHER       *
      *            COMPLETED FOR THE DATE IS A HARD STOP ('NJ').     *
      *            BALANCING: THE ARCHIVE IS READ BACK AFTER IT IS   *
      *            WRITTEN AND MUST AGREE WITH WHAT WAS READ, COUNT  *
      *            AND AMOUNT, DATASET BY DATASET ('AC' IF NOT).     *
      *            THE COUNTS AND AMOUNTS ARE THEN CHECKED AGAINST   *
      *            THE RUN-LOG RECORDS FOR THE RUN-ID (SEE STKRLOG): *
      *              OUTFILE  - COUNT FROM THE MERGE, ELSE THE JOIN; *
      *                         AMOUNT FROM THE MERGE, ELSE THE      *
      *                         COMPARE (STKCMP1)                    *
      *              SUSPFILE - COUNT FROM THE JOIN (NOT LOGGED ON A *
      *                         PARTITIONED NIGHT)                   *
      *              WRITEOFF - COUNT FROM THE JOIN, ELSE THE GL     *
      *                         FEED'S WRITE-OFFS READ               *
      *              POSTIN   - COUNT AND AMOUNT FROM THE DUPLICATE  *
      *                         CHECK (STKDUP1), ELSE THE GL FEED    *
      *                         (STKGLJ1), WHICH READS POSTIN        *
      *            NO STEP LOGS A SUSPENSE OR WRITE-OFF AMOUNT, SO   *
      *            THOSE AMOUNTS ARE PROVED BY THE READ-BACK ALONE.  *
      *            A DISAGREEING FIGURE MARKS THE INDEX ENTRY OUT OF *
      *            BALANCE ('LC' COUNT, 'LA' AMOUNT); A DATASET WITH *
      *            NO LOGGED FIGURE AT ALL IS MARKED NOT CHECKED     *
      *            ('NL'). THE STKRSH1 RUN SHEET PRINTS THE ENTRIES. *
      *            THE ARCHIVE GENERATION NUMBER IS KEPT ON THE      *
      *            INDEX CONTROL RECORD AND STEPPED BY ONE EACH RUN, *
      *            IN STEP WITH THE GDG'S OWN ABSOLUTE GENERATION    *
      *            NUMBER (GNNNNV00) AS LONG AS EVERY GENERATION IS  *
      *            CUT BY THIS STEP AND A FAILED RUN'S (+1) IS       *
      *            DELETED. THE FIRST RUN AFTER THE STKARCG DEFINE   *
      *            FINDS THE INDEX EMPTY (OPEN I-O STATUS '35') AND  *
      *            WRITES THE CONTROL RECORD ITSELF.                 *
      *            A DELIBERATE RERUN (RELEASED THROUGH STKBDMJ)     *
      *            CUTS A NEW ARCHIVE GENERATION AND REPOINTS THE    *
      *            RUN'S INDEX ENTRIES AT IT.                        *
      *            THE INDEX IS READ FOR THE RUN'S ENTRIES BEFORE    *
      *            ANY IS WRITTEN, AND A FAILURE PART WAY THROUGH    *
      *            THE INDEX UPDATE BACKS OUT WHAT WAS WRITTEN, SO A *
      *            RUN ENDING RC=16 LEAVES THE INDEX AS IT WAS.      *
      *            RETURN CODES: 0 = EVERY CHECKED ENTRY BALANCES,   *
      *            4 = AN ENTRY IS OUT OF BALANCE, OR THE STEP COULD *
      *            NOT BE MARKED COMPLETE ON BUSCTL (THE ARCHIVE AND *
      *            INDEX ARE GOOD), 16 = I/O ERROR OR NO COMPLETED   *
      *            JOIN.                                             *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKARC1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT OUTFILE  ASSIGN TO UT-S-OUTFIL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT SUSPFILE ASSIGN TO UT-S-SUSPFL
               FILE STATUS IS SU-FILE-STATUS.
           SELECT WRTOFF   ASSIGN TO UT-S-WRTOFF
               FILE STATUS IS WO-FILE-STATUS.
           SELECT POSTIN   ASSIGN TO UT-S-POSTIN
               FILE STATUS IS PI-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO UT-S-RUNLOG
               FILE STATUS IS RL-FILE-STATUS.
           SELECT ARCHIVE  ASSIGN TO UT-S-ARCOUT
               FILE STATUS IS AR-FILE-STATUS.
           SELECT ARCINDX  ASSIGN TO ARCINDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS AX-FILE-STATUS.
           SELECT BUSCTL   ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
      *                          THE FOUR GENERATIONS ARE COPIED AS
      *                          RAW BUFFERS WITH THE LENGTH IN A
      *                          WORKING-STORAGE FIELD, THE SAME
      *                          READER PATTERN AS STKMRG1 - THE
      *                          ARCHIVE KEEPS EVERY RECORD EXACTLY
      *                          AS THE JOIN (OR, FOR POSTIN, THE
      *                          DUPLICATE CHECK) WROTE IT.
       FD  OUTFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON AV-OUT-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AV-OUT-REC.
       01  AV-OUT-REC                     PIC X(170).

       FD  SUSPFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 28 TO 138 CHARACTERS
              DEPENDING ON AV-SUS-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AV-SUS-REC.
       01  AV-SUS-REC                     PIC X(138).

       FD  WRTOFF
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 28 TO 138 CHARACTERS
              DEPENDING ON AV-WO-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AV-WO-REC.
       01  AV-WO-REC                      PIC X(138).

       FD  POSTIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 60 TO 170 CHARACTERS
              DEPENDING ON AV-PI-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AV-PI-REC.
       01  AV-PI-REC                      PIC X(170).

      *                          SHARED RUN-LOG - READ ONLY HERE, FOR
      *                          THE FIGURES THE CHAIN LOGGED FOR THE
      *                          RUN-ID. SEE THE STKRLOG COPYBOOK.
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RLREC.
       01  RLREC.
           COPY STKRLOG.

      *                          THE NEW ARCHIVE GENERATION - WRITTEN,
      *                          THEN READ BACK FOR THE BALANCE.
       FD  ARCHIVE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 41 TO 183 CHARACTERS
              DEPENDING ON AV-ARC-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AR-RECORD.
       01  AR-RECORD.
           COPY STKARCR.

       FD  ARCINDX
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS AX-RECORD.
       01  AX-RECORD.
           COPY STKARCX.

      *                          BUSINESS-DATE CONTROL FILE - THE
      *                          CURRENT BUSINESS DATE, THE JOIN'S
      *                          AND MERGE'S COMPLETION RECORDS, AND
      *                          THIS STEP'S OWN. SEE THE STKBCTL
      *                          COPYBOOK.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-LOG-IND      PIC X VALUE SPACE.
              88 SW-END-OF-LOG          VALUE 'Y'.
           05 AV-PARTITIONED-IND  PIC X VALUE 'N'.
              88 AV-PARTITIONED-NIGHT   VALUE 'Y'.
           05 AV-JOIN-FOUND-IND   PIC X VALUE 'N'.
              88 AV-JOIN-FOUND          VALUE 'Y'.
           05 AV-TRAILER-IND      PIC X VALUE 'N'.
              88 AV-TRAILER-SEEN        VALUE 'Y'.
           05 AV-HEADER-IND       PIC X VALUE 'N'.
              88 AV-HEADER-GOOD         VALUE 'Y'.

       01  AV-LENGTHS.
           05 AV-OUT-LENGTH       PIC 9(03) COMP.
           05 AV-SUS-LENGTH       PIC 9(03) COMP.
           05 AV-WO-LENGTH        PIC 9(03) COMP.
           05 AV-PI-LENGTH        PIC 9(03) COMP.
           05 AV-ARC-LENGTH       PIC 9(03) COMP.

      *                          THE RECORD BEING COPIED OR READ
      *                          BACK, ITS LENGTH, AND THE WALK OVER
      *                          ITS LINE ITEMS - THE ITEMS FOLLOW A
      *                          60-BYTE FIXED PART ON AN OUTREC (OR
      *                          A POSTIN RECORD, THE SAME LAYOUT) AND
      *                          A 28-BYTE ONE ON A SUSPENSE OR
      *                          WRITE-OFF RECORD, 11 BYTES EACH (SEE
      *                          STKLINE), AMOUNT IN THE LAST 7.
       01  AV-WORK-AREA.
           05 AV-WORK-REC         PIC X(170) VALUE SPACE.
           05 AV-WORK-LENGTH      PIC 9(03) COMP VALUE ZERO.
           05 AV-ITEM-BASE        PIC 9(03) COMP VALUE ZERO.
           05 AV-ITEM-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 AV-ITEM-START       PIC 9(03) COMP VALUE ZERO.
           05 AV-LINE-INDEX       PIC 9(03) COMP VALUE ZERO.
           05 AV-REC-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  AV-ITEM-AREA.
           05 AV-ITEM-AMOUNT-X    PIC X(07).
           05 AV-ITEM-AMOUNT REDEFINES AV-ITEM-AMOUNT-X
                                  PIC S9(05)V99.

      *                          ONE ENTRY PER DATASET - 1 OUTFILE,
      *                          2 SUSPFILE, 3 WRITEOFF, 4 POSTIN. THE
      *                          LISTS GIVE THE INDEX NAME, THE
      *                          ARCHIVE CODE AND THE FIXED-PART
      *                          LENGTH.
       01  AV-DSN-NAME-LIST.
           05 FILLER              PIC X(32) VALUE
              'OUTFILE SUSPFILEWRITEOFFPOSTIN  '.
       01  AV-DSN-NAMES REDEFINES AV-DSN-NAME-LIST.
           05 AV-DSN-NAME         OCCURS 4 TIMES PIC X(08).
       01  AV-DSN-CODE-LIST.
           05 FILLER              PIC X(04) VALUE 'OSWP'.
       01  AV-DSN-CODES REDEFINES AV-DSN-CODE-LIST.
           05 AV-DSN-CODE         OCCURS 4 TIMES PIC X(01).
       01  AV-ITEM-BASE-LIST.
           05 FILLER              PIC 9(12) VALUE 060028028060.
       01  AV-ITEM-BASES REDEFINES AV-ITEM-BASE-LIST.
           05 AV-DSN-ITEM-BASE    OCCURS 4 TIMES PIC 9(03).

       01  AV-DATASET-TABLE.
           05 AV-DSN-ENTRY OCCURS 4 TIMES.
              10 AV-SRC-COUNT     PIC 9(08) COMP-3.
              10 AV-SRC-AMOUNT    PIC S9(11)V99 COMP-3.
              10 AV-ARC-COUNT     PIC 9(08) COMP-3.
              10 AV-ARC-AMOUNT    PIC S9(11)V99 COMP-3.
              10 AV-LOG-COUNT-IND PIC X(01).
                 88 AV-LOG-COUNT-FOUND  VALUE 'Y'.
              10 AV-LOG-COUNT     PIC 9(08) COMP-3.
              10 AV-LOG-AMOUNT-IND PIC X(01).
                 88 AV-LOG-AMOUNT-FOUND VALUE 'Y'.
              10 AV-LOG-AMOUNT    PIC S9(11)V99 COMP-3.
              10 AV-LOG-STEP      PIC X(08).
              10 AV-STATUS        PIC X(01).
                 88 AV-BALANCED         VALUE 'B'.
                 88 AV-UNBALANCED       VALUE 'U'.
              10 AV-REASON        PIC X(02).

      *                          RUN-LOG SLOTS - 1 JOIN, 2 MERGE,
      *                          3 COMPARE, 4 GL FEED, 5 DUPLICATE
      *                          CHECK. THE LATEST RECORD PER STEP FOR
      *                          THE RUN-ID WINS, AS ON THE RUN SHEET.
       01  AV-STEP-NAME-LIST.
           05 FILLER              PIC X(40) VALUE
              'STACKEX1STKMRG1 STKCMP1 STKGLJ1 STKDUP1 '.
       01  AV-STEP-NAMES REDEFINES AV-STEP-NAME-LIST.
           05 AV-STEP-NAME        OCCURS 5 TIMES PIC X(08).

       01  AV-LOG-TABLE.
           05 AV-LOG-ENTRY OCCURS 5 TIMES.
              10 AV-SLOT-FOUND-IND PIC X(01).
                 88 AV-SLOT-FOUND      VALUE 'Y'.
              10 AV-SLOT-IN       PIC 9(08) COMP-3.
              10 AV-SLOT-OUT      PIC 9(08) COMP-3.
              10 AV-SLOT-REJ      PIC 9(08) COMP-3.
              10 AV-SLOT-SUSP     PIC 9(08) COMP-3.
              10 AV-SLOT-AMOUNT   PIC S9(11)V99 COMP-3.

       01  AV-CONTROL.
           05 AV-RUN-ID           PIC X(12) VALUE SPACE.
           05 AV-JOIN-STEP        PIC X(08) VALUE SPACE.
           05 AV-LAST-ARC-GEN     PIC 9(04) VALUE ZERO.
           05 AV-ARC-GEN          PIC 9(04) VALUE ZERO.
           05 AV-ARC-DATE         PIC 9(06) VALUE ZERO.
           05 AV-ARC-TIME         PIC 9(08) VALUE ZERO.
           05 AV-DS-INDEX         PIC 9(02) COMP VALUE ZERO.
           05 AV-STEP-INDEX       PIC 9(02) COMP VALUE ZERO.
           05 AV-LOG-READ-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 AV-ARC-READ-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 AV-UNBALANCED-COUNT PIC 9(08) COMP-3 VALUE ZERO.
           05 AV-REPLACED-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 AV-DONE-COUNT       PIC 9(02) COMP VALUE ZERO.
           05 AV-UNDO-INDEX       PIC 9(02) COMP VALUE ZERO.

      *                          THE INDEX AS IT STOOD BEFORE THIS
      *                          RUN - THE CONTROL RECORD AND THE
      *                          RUN'S FOUR ENTRIES (ON FILE ONLY
      *                          FOR A RERUN OF AN ARCHIVED RUN-ID) -
      *                          ALL READ BEFORE THE FIRST INDEX
      *                          WRITE, SO A FAILURE PART WAY THROUGH
      *                          THE UPDATE CAN PUT THEM BACK.
       01  AV-CONTROL-IMAGE       PIC X(120) VALUE SPACE.
       01  AV-OLD-INDEX-TABLE.
           05 AV-OLD-SLOT OCCURS 4 TIMES.
              10 AV-OLD-IND       PIC X(01).
                 88 AV-OLD-ON-FILE      VALUE 'Y'.
              10 AV-OLD-ENTRY     PIC X(120).

      *                          KEY OF THE INDEX CONTROL RECORD.
       01  AV-CONTROL-KEY.
           05 FILLER              PIC X(12) VALUE '000000000000'.
           05 FILLER              PIC X(01) VALUE 'C'.

       01  AV-PRINT-FIELDS.
           05 AV-PRT-COUNT        PIC ZZ,ZZZ,ZZ9.
           05 AV-PRT-LOG-COUNT    PIC ZZ,ZZZ,ZZ9.
           05 AV-PRT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  AV-FILE-STATUSES.
           05 OUT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 SU-FILE-STATUS      PIC X(02) VALUE '00'.
           05 WO-FILE-STATUS      PIC X(02) VALUE '00'.
           05 PI-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 AR-FILE-STATUS      PIC X(02) VALUE '00'.
           05 AX-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  AV-BUSINESS-CONTROL.
           05 AV-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 AV-STEP-NAME-OWN    PIC X(08) VALUE 'STKARC1 '.
           05 AV-STEP-QUAL        PIC X(04) VALUE SPACE.
           05 AV-MARK-DATE        PIC 9(06) VALUE ZERO.
           05 AV-MARK-TIME        PIC 9(08) VALUE ZERO.
           05 AV-MARK-RUN-ID      PIC X(12) VALUE SPACE.

       01  AV-ERROR-INFO.
           05 AV-ERROR-FILE-ID    PIC X(08).
           05 AV-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           PERFORM 10-SETUP THRU 10-EXIT
           MOVE 1 TO AV-DS-INDEX
           PERFORM 20-COPY-OUTFILE THRU 20-EXIT
              UNTIL SW-END-OF-FILE
           MOVE SPACE TO END-OF-FILE-IND
           MOVE 2 TO AV-DS-INDEX
           PERFORM 26-READ-SUSPFILE THRU 26-EXIT
           PERFORM 21-COPY-SUSPFILE THRU 21-EXIT
              UNTIL SW-END-OF-FILE
           MOVE SPACE TO END-OF-FILE-IND
           MOVE 3 TO AV-DS-INDEX
           PERFORM 27-READ-WRTOFF THRU 27-EXIT
           PERFORM 22-COPY-WRTOFF THRU 22-EXIT
              UNTIL SW-END-OF-FILE
           MOVE SPACE TO END-OF-FILE-IND
           MOVE 4 TO AV-DS-INDEX
           PERFORM 27-READ-POSTIN THRU 27-POSTIN-EXIT
           PERFORM 22-COPY-POSTIN THRU 22-POSTIN-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-WRITE-TRAILER THRU 30-EXIT
           PERFORM 35-VERIFY-ARCHIVE THRU 35-EXIT
           PERFORM 40-SIFT-RUN-LOG THRU 40-EXIT
           PERFORM 43-PICK-LOG-FIGURES THRU 43-EXIT
           PERFORM 45-JUDGE-DATASET THRU 45-EXIT
              VARYING AV-DS-INDEX FROM 1 BY 1
                 UNTIL AV-DS-INDEX > 4
           PERFORM 48-READ-INDEX-ENTRY THRU 48-EXIT
              VARYING AV-DS-INDEX FROM 1 BY 1
                 UNTIL AV-DS-INDEX > 4
           PERFORM 50-WRITE-INDEX-ENTRY THRU 50-EXIT
              VARYING AV-DS-INDEX FROM 1 BY 1
                 UNTIL AV-DS-INDEX > 4
           PERFORM 55-UPDATE-CONTROL THRU 55-EXIT
           PERFORM 80-FINISH.

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
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKARC1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKARC1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE 'BD'       TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE     TO AV-BUSINESS-DATE
           MOVE SPACES           TO BC-RECORD
           MOVE 'S'              TO BC-REC-TYPE
           MOVE AV-STEP-NAME-OWN TO BC-STEP-NAME
           MOVE AV-STEP-QUAL     TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = AV-BUSINESS-DATE
              DISPLAY 'STKARC1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      AV-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKARC1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE 'DP'       TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 08-FIND-RUN-ID THRU 08-EXIT
           CLOSE BUSCTL
           DISPLAY 'STKARC1 - BUSINESS DATE ' AV-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         THE NIGHT'S RUN-ID - THE MERGE'S
      *                         COMPLETION RECORD FOR THE BUSINESS
      *                         DATE MEANS A PARTITIONED NIGHT; ELSE
      *                         THE SINGLE-STREAM JOIN'S (PARTITION
      *                         QUALIFIER SPACES) MUST BE THERE.
       08-FIND-RUN-ID.
           MOVE 'STKMRG1 ' TO AV-JOIN-STEP
           PERFORM 09-READ-JOIN-STEP THRU 09-EXIT
           IF AV-JOIN-FOUND
              MOVE 'Y' TO AV-PARTITIONED-IND
           ELSE
              MOVE 'STACKEX1' TO AV-JOIN-STEP
              PERFORM 09-READ-JOIN-STEP THRU 09-EXIT
           END-IF
           IF NOT AV-JOIN-FOUND OR AV-RUN-ID = SPACES
              DISPLAY 'STKARC1 - NO JOIN OR MERGE HAS COMPLETED FOR '
                      'BUSINESS DATE ' AV-BUSINESS-DATE
                      ' - NOTHING TO ARCHIVE'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE 'NJ'       TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           DISPLAY 'STKARC1 - ARCHIVING RUN ' AV-RUN-ID
                   ' FROM ' AV-JOIN-STEP.

       08-EXIT.
           EXIT.

       09-READ-JOIN-STEP.
           MOVE 'N'          TO AV-JOIN-FOUND-IND
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE AV-JOIN-STEP TO BC-STEP-NAME
           MOVE SPACES       TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = AV-BUSINESS-DATE
              MOVE 'Y'            TO AV-JOIN-FOUND-IND
              MOVE BC-STEP-RUN-ID TO AV-RUN-ID
           END-IF.

       09-EXIT.
           EXIT.

      *                         OPEN EVERYTHING, TAKE THE NEXT
      *                         ARCHIVE GENERATION NUMBER OFF THE
      *                         INDEX CONTROL RECORD, AND START THE
      *                         ARCHIVE WITH ITS HEADER. THE INDEX
      *                         IS OPENED I-O; A '35' MEANS IT IS
      *                         EMPTY (FIRST RUN AFTER THE STKARCG
      *                         DEFINE) AND THE CONTROL RECORD IS
      *                         WRITTEN FIRST.
       10-SETUP.
           PERFORM 12-INIT-DATASET THRU 12-EXIT
              VARYING AV-DS-INDEX FROM 1 BY 1
                 UNTIL AV-DS-INDEX > 4
           PERFORM 13-INIT-SLOT THRU 13-EXIT
              VARYING AV-STEP-INDEX FROM 1 BY 1
                 UNTIL AV-STEP-INDEX > 5
           OPEN INPUT OUTFILE
           IF OUT-FILE-STATUS NOT = '00'
              MOVE 'OUTFILE'  TO AV-ERROR-FILE-ID
              MOVE OUT-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT SUSPFILE
           IF SU-FILE-STATUS NOT = '00'
              MOVE 'SUSPFILE' TO AV-ERROR-FILE-ID
              MOVE SU-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT WRTOFF
           IF WO-FILE-STATUS NOT = '00'
              MOVE 'WRTOFF'   TO AV-ERROR-FILE-ID
              MOVE WO-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT POSTIN
           IF PI-FILE-STATUS NOT = '00'
              MOVE 'POSTIN'   TO AV-ERROR-FILE-ID
              MOVE PI-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN I-O ARCINDX
           IF AX-FILE-STATUS = '35'
              DISPLAY 'STKARC1 - ARCHIVE INDEX EMPTY - FIRST RUN - '
                      'WRITING THE CONTROL RECORD'
              PERFORM 11-LOAD-CONTROL THRU 11-EXIT
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE AV-CONTROL-KEY TO AX-KEY
           READ ARCINDX
           IF AX-FILE-STATUS NOT = '00'
              DISPLAY 'STKARC1 - NO CONTROL RECORD ON THE ARCHIVE '
                      'INDEX'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE AX-RECORD       TO AV-CONTROL-IMAGE
           MOVE AX-LAST-ARC-GEN TO AV-LAST-ARC-GEN
           IF AV-LAST-ARC-GEN = 9999
              MOVE ZERO TO AV-ARC-GEN
           ELSE
              ADD 1 TO AV-LAST-ARC-GEN GIVING AV-ARC-GEN
           END-IF
           ACCEPT AV-ARC-DATE FROM DATE
           ACCEPT AV-ARC-TIME FROM TIME
           OPEN OUTPUT ARCHIVE
           IF AR-FILE-STATUS NOT = '00'
              MOVE 'ARCHIVE'  TO AV-ERROR-FILE-ID
              MOVE AR-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO AR-RECORD
           MOVE 'H'    TO AR-REC-TYPE
           PERFORM 14-FILL-CONTROL-REC THRU 14-EXIT
           PERFORM 28-WRITE-ARCHIVE THRU 28-EXIT
           PERFORM 25-READ-OUTFILE THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         FIRST RUN ONLY - AN UNLOADED KSDS
      *                         WILL NOT OPEN I-O, SO OPEN IT OUTPUT,
      *                         WRITE THE CONTROL RECORD (NO ARCHIVE
      *                         GENERATION CUT YET) AND REOPEN I-O.
       11-LOAD-CONTROL.
           OPEN OUTPUT ARCINDX
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES         TO AX-RECORD
           MOVE AV-CONTROL-KEY TO AX-KEY
           MOVE ZERO           TO AX-LAST-ARC-GEN
           MOVE ZERO           TO AX-LAST-BUS-DATE
           WRITE AX-RECORD
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE ARCINDX
           OPEN I-O ARCINDX.

       11-EXIT.
           EXIT.

       12-INIT-DATASET.
           MOVE ZERO   TO AV-SRC-COUNT(AV-DS-INDEX)
           MOVE ZERO   TO AV-SRC-AMOUNT(AV-DS-INDEX)
           MOVE ZERO   TO AV-ARC-COUNT(AV-DS-INDEX)
           MOVE ZERO   TO AV-ARC-AMOUNT(AV-DS-INDEX)
           MOVE 'N'    TO AV-LOG-COUNT-IND(AV-DS-INDEX)
           MOVE ZERO   TO AV-LOG-COUNT(AV-DS-INDEX)
           MOVE 'N'    TO AV-LOG-AMOUNT-IND(AV-DS-INDEX)
           MOVE ZERO   TO AV-LOG-AMOUNT(AV-DS-INDEX)
           MOVE SPACES TO AV-LOG-STEP(AV-DS-INDEX)
           MOVE 'B'    TO AV-STATUS(AV-DS-INDEX)
           MOVE SPACES TO AV-REASON(AV-DS-INDEX).

       12-EXIT.
           EXIT.

       13-INIT-SLOT.
           MOVE 'N'  TO AV-SLOT-FOUND-IND(AV-STEP-INDEX)
           MOVE ZERO TO AV-SLOT-IN(AV-STEP-INDEX)
           MOVE ZERO TO AV-SLOT-OUT(AV-STEP-INDEX)
           MOVE ZERO TO AV-SLOT-REJ(AV-STEP-INDEX)
           MOVE ZERO TO AV-SLOT-SUSP(AV-STEP-INDEX)
           MOVE ZERO TO AV-SLOT-AMOUNT(AV-STEP-INDEX).

       13-EXIT.
           EXIT.

      *                         THE HEADER AND TRAILER CARRY THE SAME
      *                         CONTROL FIELDS; THE TRAILER ADDS THE
      *                         RECORD COUNTS.
       14-FILL-CONTROL-REC.
           MOVE SPACE            TO AR-DSN-CODE
           MOVE ZERO             TO AR-SEQ
           MOVE ZERO             TO AR-LENGTH
           MOVE AV-ARC-GEN       TO AR-ARC-GEN
           MOVE AV-RUN-ID        TO AR-RUN-ID
           MOVE AV-BUSINESS-DATE TO AR-BUS-DATE
           MOVE AV-ARC-DATE      TO AR-ARC-DATE
           MOVE AV-ARC-TIME      TO AR-ARC-TIME
           MOVE AV-SRC-COUNT(1)  TO AR-OUT-COUNT
           MOVE AV-SRC-COUNT(2)  TO AR-SUSP-COUNT
           MOVE AV-SRC-COUNT(3)  TO AR-WOFF-COUNT
           MOVE AV-SRC-COUNT(4)  TO AR-POST-COUNT
           MOVE 83               TO AV-ARC-LENGTH.

       14-EXIT.
           EXIT.

      *                         COPY ONE RECORD OF EACH DATASET TO
      *                         THE ARCHIVE, TALLYING ITS AMOUNT.
       20-COPY-OUTFILE.
           MOVE SPACES        TO AV-WORK-REC
           MOVE AV-OUT-LENGTH TO AV-WORK-LENGTH
           MOVE AV-OUT-REC(1:AV-OUT-LENGTH) TO AV-WORK-REC
           PERFORM 23-ARCHIVE-RECORD THRU 23-EXIT
           PERFORM 25-READ-OUTFILE THRU 25-EXIT.

       20-EXIT.
           EXIT.

       21-COPY-SUSPFILE.
           MOVE SPACES        TO AV-WORK-REC
           MOVE AV-SUS-LENGTH TO AV-WORK-LENGTH
           MOVE AV-SUS-REC(1:AV-SUS-LENGTH) TO AV-WORK-REC
           PERFORM 23-ARCHIVE-RECORD THRU 23-EXIT
           PERFORM 26-READ-SUSPFILE THRU 26-EXIT.

       21-EXIT.
           EXIT.

       22-COPY-WRTOFF.
           MOVE SPACES        TO AV-WORK-REC
           MOVE AV-WO-LENGTH  TO AV-WORK-LENGTH
           MOVE AV-WO-REC(1:AV-WO-LENGTH) TO AV-WORK-REC
           PERFORM 23-ARCHIVE-RECORD THRU 23-EXIT
           PERFORM 27-READ-WRTOFF THRU 27-EXIT.

       22-EXIT.
           EXIT.

       22-COPY-POSTIN.
           MOVE SPACES        TO AV-WORK-REC
           MOVE AV-PI-LENGTH  TO AV-WORK-LENGTH
           MOVE AV-PI-REC(1:AV-PI-LENGTH) TO AV-WORK-REC
           PERFORM 23-ARCHIVE-RECORD THRU 23-EXIT
           PERFORM 27-READ-POSTIN THRU 27-POSTIN-EXIT.

       22-POSTIN-EXIT.
           EXIT.

       23-ARCHIVE-RECORD.
           ADD 1 TO AV-SRC-COUNT(AV-DS-INDEX)
           PERFORM 24-TALLY-RECORD THRU 24-EXIT
           ADD AV-REC-AMOUNT TO AV-SRC-AMOUNT(AV-DS-INDEX)
           MOVE SPACES                    TO AR-RECORD
           MOVE 'D'                       TO AR-REC-TYPE
           MOVE AV-DSN-CODE(AV-DS-INDEX)  TO AR-DSN-CODE
           MOVE AV-SRC-COUNT(AV-DS-INDEX) TO AR-SEQ
           MOVE AV-WORK-LENGTH            TO AR-LENGTH
           MOVE AV-WORK-REC               TO AR-IMAGE
           ADD 13 TO AV-WORK-LENGTH GIVING AV-ARC-LENGTH
           PERFORM 28-WRITE-ARCHIVE THRU 28-EXIT.

       23-EXIT.
           EXIT.

      *                         SUM THE LINE-ITEM AMOUNTS OF THE
      *                         RECORD IN AV-WORK-REC. THE ITEM COUNT
      *                         COMES FROM THE RECORD LENGTH, WHICH
      *                         THE JOIN SET FROM THE LINE COUNT.
       24-TALLY-RECORD.
           MOVE ZERO TO AV-REC-AMOUNT
           MOVE AV-DSN-ITEM-BASE(AV-DS-INDEX) TO AV-ITEM-BASE
           IF AV-WORK-LENGTH NOT > AV-ITEM-BASE
              GO TO 24-EXIT
           END-IF
           COMPUTE AV-ITEM-COUNT =
                   (AV-WORK-LENGTH - AV-ITEM-BASE) / 11
           PERFORM 24-ADD-ITEM THRU 24-ADD-EXIT
              VARYING AV-LINE-INDEX FROM 1 BY 1
                 UNTIL AV-LINE-INDEX > AV-ITEM-COUNT.

       24-EXIT.
           EXIT.

       24-ADD-ITEM.
           COMPUTE AV-ITEM-START =
                   AV-ITEM-BASE + (AV-LINE-INDEX - 1) * 11 + 5
           MOVE AV-WORK-REC(AV-ITEM-START:7) TO AV-ITEM-AMOUNT-X
           ADD AV-ITEM-AMOUNT TO AV-REC-AMOUNT.

       24-ADD-EXIT.
           EXIT.

       25-READ-OUTFILE.
           READ OUTFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF OUT-FILE-STATUS NOT = '00' AND OUT-FILE-STATUS NOT = '10'
              MOVE 'OUTFILE'  TO AV-ERROR-FILE-ID
              MOVE OUT-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-READ-SUSPFILE.
           READ SUSPFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF SU-FILE-STATUS NOT = '00' AND SU-FILE-STATUS NOT = '10'
              MOVE 'SUSPFILE' TO AV-ERROR-FILE-ID
              MOVE SU-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       26-EXIT.
           EXIT.

       27-READ-WRTOFF.
           READ WRTOFF
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF WO-FILE-STATUS NOT = '00' AND WO-FILE-STATUS NOT = '10'
              MOVE 'WRTOFF'   TO AV-ERROR-FILE-ID
              MOVE WO-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       27-EXIT.
           EXIT.

       27-READ-POSTIN.
           READ POSTIN
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF PI-FILE-STATUS NOT = '00' AND PI-FILE-STATUS NOT = '10'
              MOVE 'POSTIN'   TO AV-ERROR-FILE-ID
              MOVE PI-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       27-POSTIN-EXIT.
           EXIT.

       28-WRITE-ARCHIVE.
           WRITE AR-RECORD
           IF AR-FILE-STATUS NOT = '00'
              MOVE 'ARCHIVE'  TO AV-ERROR-FILE-ID
              MOVE AR-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

       30-WRITE-TRAILER.
           CLOSE OUTFILE SUSPFILE WRTOFF POSTIN
           MOVE SPACES TO AR-RECORD
           MOVE 'T'    TO AR-REC-TYPE
           PERFORM 14-FILL-CONTROL-REC THRU 14-EXIT
           PERFORM 28-WRITE-ARCHIVE THRU 28-EXIT
           CLOSE ARCHIVE.

       30-EXIT.
           EXIT.

      *                         READ THE NEW GENERATION BACK - IT
      *                         MUST OPEN WITH THIS RUN'S HEADER AND
      *                         END WITH ITS TRAILER, AND EACH
      *                         DATASET'S RECORDS MUST COUNT AND SUM
      *                         TO WHAT WAS READ FROM THE GDG.
       35-VERIFY-ARCHIVE.
           OPEN INPUT ARCHIVE
           IF AR-FILE-STATUS NOT = '00'
              MOVE 'ARCHIVE'  TO AV-ERROR-FILE-ID
              MOVE AR-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACE TO END-OF-FILE-IND
           PERFORM 38-READ-ARCHIVE THRU 38-EXIT
           IF NOT SW-END-OF-FILE
                 AND AR-HEADER-REC
                 AND AR-ARC-GEN = AV-ARC-GEN
                 AND AR-RUN-ID = AV-RUN-ID
              MOVE 'Y' TO AV-HEADER-IND
              PERFORM 38-READ-ARCHIVE THRU 38-EXIT
           END-IF
           PERFORM 36-VERIFY-RECORD THRU 36-EXIT
              UNTIL SW-END-OF-FILE
           CLOSE ARCHIVE
           IF NOT AV-HEADER-GOOD OR NOT AV-TRAILER-SEEN
              DISPLAY '*** ARCHIVE READ BACK WITHOUT ITS HEADER OR '
                      'TRAILER ***'
              PERFORM 37-FAIL-COPY THRU 37-EXIT
                 VARYING AV-DS-INDEX FROM 1 BY 1
                    UNTIL AV-DS-INDEX > 4
           END-IF.

       35-EXIT.
           EXIT.

       36-VERIFY-RECORD.
           IF AR-TRAILER-REC
              IF AR-OUT-COUNT = AV-SRC-COUNT(1)
                    AND AR-SUSP-COUNT = AV-SRC-COUNT(2)
                    AND AR-WOFF-COUNT = AV-SRC-COUNT(3)
                    AND AR-POST-COUNT = AV-SRC-COUNT(4)
                 MOVE 'Y' TO AV-TRAILER-IND
              END-IF
              PERFORM 38-READ-ARCHIVE THRU 38-EXIT
              GO TO 36-EXIT
           END-IF
           MOVE ZERO TO AV-DS-INDEX
           IF AR-DATA-REC
              IF AR-DSN-CODE = AV-DSN-CODE(1)
                 MOVE 1 TO AV-DS-INDEX
              END-IF
              IF AR-DSN-CODE = AV-DSN-CODE(2)
                 MOVE 2 TO AV-DS-INDEX
              END-IF
              IF AR-DSN-CODE = AV-DSN-CODE(3)
                 MOVE 3 TO AV-DS-INDEX
              END-IF
              IF AR-DSN-CODE = AV-DSN-CODE(4)
                 MOVE 4 TO AV-DS-INDEX
              END-IF
           END-IF
           IF AV-DS-INDEX = ZERO
              DISPLAY '*** UNEXPECTED RECORD ON THE ARCHIVE READ '
                      'BACK - TYPE ' AR-REC-TYPE ' CODE ' AR-DSN-CODE
                      ' ***'
              MOVE 'N' TO AV-TRAILER-IND
              PERFORM 38-READ-ARCHIVE THRU 38-EXIT
              GO TO 36-EXIT
           END-IF
           ADD 1 TO AV-ARC-COUNT(AV-DS-INDEX)
           MOVE SPACES    TO AV-WORK-REC
           MOVE AR-LENGTH TO AV-WORK-LENGTH
           MOVE AR-IMAGE(1:AR-LENGTH) TO AV-WORK-REC
           PERFORM 24-TALLY-RECORD THRU 24-EXIT
           ADD AV-REC-AMOUNT TO AV-ARC-AMOUNT(AV-DS-INDEX)
           PERFORM 38-READ-ARCHIVE THRU 38-EXIT.

       36-EXIT.
           EXIT.

       37-FAIL-COPY.
           MOVE 'U'  TO AV-STATUS(AV-DS-INDEX)
           MOVE 'AC' TO AV-REASON(AV-DS-INDEX).

       37-EXIT.
           EXIT.

       38-READ-ARCHIVE.
           READ ARCHIVE
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF AR-FILE-STATUS NOT = '00' AND AR-FILE-STATUS NOT = '10'
              MOVE 'ARCHIVE'  TO AV-ERROR-FILE-ID
              MOVE AR-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-FILE
              ADD 1 TO AV-ARC-READ-COUNT
           END-IF.

       38-EXIT.
           EXIT.

      *                         KEEP THE LATEST RUN-LOG RECORD PER
      *                         STEP FOR THE RUN-ID.
       40-SIFT-RUN-LOG.
           OPEN INPUT RUNLOG
           IF RL-FILE-STATUS NOT = '00'
              MOVE 'RUNLOG'   TO AV-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 42-READ-RUN-LOG THRU 42-EXIT
           PERFORM 41-SIFT-LOG-RECORD THRU 41-EXIT
              UNTIL SW-END-OF-LOG
           CLOSE RUNLOG.

       40-EXIT.
           EXIT.

       41-SIFT-LOG-RECORD.
           ADD 1 TO AV-LOG-READ-COUNT
           IF RL-RUN-ID = AV-RUN-ID
              PERFORM 41-FILE-IN-SLOT THRU 41-SLOT-EXIT
                 VARYING AV-STEP-INDEX FROM 1 BY 1
                    UNTIL AV-STEP-INDEX > 5
           END-IF
           PERFORM 42-READ-RUN-LOG THRU 42-EXIT.

       41-EXIT.
           EXIT.

       41-FILE-IN-SLOT.
           IF RL-STEP-NAME = AV-STEP-NAME(AV-STEP-INDEX)
              MOVE 'Y' TO AV-SLOT-FOUND-IND(AV-STEP-INDEX)
              MOVE RL-RECS-IN       TO AV-SLOT-IN(AV-STEP-INDEX)
              MOVE RL-RECS-OUT      TO AV-SLOT-OUT(AV-STEP-INDEX)
              MOVE RL-RECS-REJECTED TO AV-SLOT-REJ(AV-STEP-INDEX)
              MOVE RL-RECS-SUSPENDED
                                    TO AV-SLOT-SUSP(AV-STEP-INDEX)
              MOVE RL-AMOUNT-TOTAL  TO AV-SLOT-AMOUNT(AV-STEP-INDEX)
           END-IF.

       41-SLOT-EXIT.
           EXIT.

       42-READ-RUN-LOG.
           READ RUNLOG
              AT END MOVE 'Y' TO END-OF-LOG-IND
           END-READ
           IF RL-FILE-STATUS NOT = '00' AND RL-FILE-STATUS NOT = '10'
              MOVE 'RUNLOG'   TO AV-ERROR-FILE-ID
              MOVE RL-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       42-EXIT.
           EXIT.

      *                         WHICH LOGGED FIGURE EACH DATASET IS
      *                         CHECKED AGAINST (SEE THE BANNER). ON
      *                         A PARTITIONED NIGHT THE JOIN RECORD
      *                         UNDER THE RUN-ID IS ONE PARTITION'S
      *                         AND IS NEVER USED.
       43-PICK-LOG-FIGURES.
           IF AV-PARTITIONED-NIGHT
              IF AV-SLOT-FOUND(2)
                 MOVE 'Y'               TO AV-LOG-COUNT-IND(1)
                 MOVE AV-SLOT-OUT(2)    TO AV-LOG-COUNT(1)
                 MOVE 'Y'               TO AV-LOG-AMOUNT-IND(1)
                 MOVE AV-SLOT-AMOUNT(2) TO AV-LOG-AMOUNT(1)
                 MOVE AV-STEP-NAME(2)   TO AV-LOG-STEP(1)
              END-IF
           ELSE
              IF AV-SLOT-FOUND(1)
                 MOVE 'Y'               TO AV-LOG-COUNT-IND(1)
                 MOVE AV-SLOT-OUT(1)    TO AV-LOG-COUNT(1)
                 MOVE AV-STEP-NAME(1)   TO AV-LOG-STEP(1)
                 MOVE 'Y'               TO AV-LOG-COUNT-IND(2)
                 MOVE AV-SLOT-SUSP(1)   TO AV-LOG-COUNT(2)
                 MOVE AV-STEP-NAME(1)   TO AV-LOG-STEP(2)
                 MOVE 'Y'               TO AV-LOG-COUNT-IND(3)
                 MOVE AV-SLOT-REJ(1)    TO AV-LOG-COUNT(3)
                 MOVE AV-STEP-NAME(1)   TO AV-LOG-STEP(3)
              END-IF
           END-IF
           IF NOT AV-LOG-AMOUNT-FOUND(1) AND AV-SLOT-FOUND(3)
              MOVE 'Y'               TO AV-LOG-AMOUNT-IND(1)
              MOVE AV-SLOT-AMOUNT(3) TO AV-LOG-AMOUNT(1)
           END-IF
           IF NOT AV-LOG-COUNT-FOUND(3) AND AV-SLOT-FOUND(4)
              MOVE 'Y'             TO AV-LOG-COUNT-IND(3)
              MOVE AV-SLOT-SUSP(4) TO AV-LOG-COUNT(3)
              MOVE AV-STEP-NAME(4) TO AV-LOG-STEP(3)
           END-IF
           IF AV-SLOT-FOUND(5)
              MOVE 'Y'               TO AV-LOG-COUNT-IND(4)
              MOVE AV-SLOT-OUT(5)    TO AV-LOG-COUNT(4)
              MOVE 'Y'               TO AV-LOG-AMOUNT-IND(4)
              MOVE AV-SLOT-AMOUNT(5) TO AV-LOG-AMOUNT(4)
              MOVE AV-STEP-NAME(5)   TO AV-LOG-STEP(4)
           ELSE
              IF AV-SLOT-FOUND(4)
                 MOVE 'Y'               TO AV-LOG-COUNT-IND(4)
                 MOVE AV-SLOT-IN(4)     TO AV-LOG-COUNT(4)
                 MOVE 'Y'               TO AV-LOG-AMOUNT-IND(4)
                 MOVE AV-SLOT-AMOUNT(4) TO AV-LOG-AMOUNT(4)
                 MOVE AV-STEP-NAME(4)   TO AV-LOG-STEP(4)
              END-IF
           END-IF.

       43-EXIT.
           EXIT.

      *                         THE VERDICT - A FAILED READ-BACK
      *                         STANDS; OTHERWISE THE RUN-LOG COUNT,
      *                         THEN THE AMOUNT. NOTHING LOGGED AT
      *                         ALL IS NOT CHECKED.
       45-JUDGE-DATASET.
           IF AV-UNBALANCED(AV-DS-INDEX)
              GO TO 45-EXIT
           END-IF
           IF AV-SRC-COUNT(AV-DS-INDEX) NOT = AV-ARC-COUNT(AV-DS-INDEX)
                 OR AV-SRC-AMOUNT(AV-DS-INDEX)
                       NOT = AV-ARC-AMOUNT(AV-DS-INDEX)
              MOVE 'U'  TO AV-STATUS(AV-DS-INDEX)
              MOVE 'AC' TO AV-REASON(AV-DS-INDEX)
              GO TO 45-EXIT
           END-IF
           IF NOT AV-LOG-COUNT-FOUND(AV-DS-INDEX)
                 AND NOT AV-LOG-AMOUNT-FOUND(AV-DS-INDEX)
              MOVE 'N'  TO AV-STATUS(AV-DS-INDEX)
              MOVE 'NL' TO AV-REASON(AV-DS-INDEX)
              GO TO 45-EXIT
           END-IF
           IF AV-LOG-COUNT-FOUND(AV-DS-INDEX)
                 AND AV-LOG-COUNT(AV-DS-INDEX)
                       NOT = AV-SRC-COUNT(AV-DS-INDEX)
              MOVE 'U'  TO AV-STATUS(AV-DS-INDEX)
              MOVE 'LC' TO AV-REASON(AV-DS-INDEX)
              GO TO 45-EXIT
           END-IF
           IF AV-LOG-AMOUNT-FOUND(AV-DS-INDEX)
                 AND AV-LOG-AMOUNT(AV-DS-INDEX)
                       NOT = AV-SRC-AMOUNT(AV-DS-INDEX)
              MOVE 'U'  TO AV-STATUS(AV-DS-INDEX)
              MOVE 'LA' TO AV-REASON(AV-DS-INDEX)
           END-IF.

       45-EXIT.
           EXIT.

      *                         LOOK FOR THE RUN'S ENTRY FOR ONE
      *                         DATASET BEFORE ANYTHING IS WRITTEN -
      *                         FOUND ONLY ON A RELEASED RERUN OF THE
      *                         SAME RUN-ID. A READ ERROR STOPS THE
      *                         RUN WITH THE INDEX UNTOUCHED.
       48-READ-INDEX-ENTRY.
           MOVE SPACES                   TO AX-RECORD
           MOVE AV-RUN-ID                TO AX-RUN-ID
           MOVE AV-DSN-CODE(AV-DS-INDEX) TO AX-DSN-CODE
           READ ARCINDX
           IF AX-FILE-STATUS = '23'
              MOVE 'N' TO AV-OLD-IND(AV-DS-INDEX)
              GO TO 48-EXIT
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE 'Y'       TO AV-OLD-IND(AV-DS-INDEX)
           MOVE AX-RECORD TO AV-OLD-ENTRY(AV-DS-INDEX).

       48-EXIT.
           EXIT.

      *                         ONE INDEX ENTRY PER DATASET. AN ENTRY
      *                         ALREADY ON FILE (A RELEASED RERUN OF
      *                         THE SAME RUN-ID) IS REPLACED SO IT
      *                         POINTS AT THE NEW GENERATION. A
      *                         FAILURE BACKS OUT THE ENTRIES ALREADY
      *                         WRITTEN BEFORE THE RUN STOPS.
       50-WRITE-INDEX-ENTRY.
           MOVE SPACES                    TO AX-RECORD
           MOVE AV-RUN-ID                 TO AX-RUN-ID
           MOVE AV-DSN-CODE(AV-DS-INDEX)  TO AX-DSN-CODE
           MOVE AV-DSN-NAME(AV-DS-INDEX)  TO AX-DSN-NAME
           MOVE AV-ARC-GEN                TO AX-ARC-GEN
           MOVE AV-BUSINESS-DATE          TO AX-BUS-DATE
           MOVE AV-SRC-COUNT(AV-DS-INDEX) TO AX-REC-COUNT
           MOVE AV-SRC-AMOUNT(AV-DS-INDEX) TO AX-AMOUNT
           MOVE AV-LOG-COUNT-IND(AV-DS-INDEX) TO AX-LOG-COUNT-IND
           MOVE AV-LOG-COUNT(AV-DS-INDEX) TO AX-LOG-COUNT
           MOVE AV-LOG-AMOUNT-IND(AV-DS-INDEX) TO AX-LOG-AMOUNT-IND
           MOVE AV-LOG-AMOUNT(AV-DS-INDEX) TO AX-LOG-AMOUNT
           MOVE AV-LOG-STEP(AV-DS-INDEX)  TO AX-LOG-STEP
           MOVE AV-STATUS(AV-DS-INDEX)    TO AX-STATUS
           MOVE AV-REASON(AV-DS-INDEX)    TO AX-REASON
           MOVE AV-ARC-DATE               TO AX-ARC-DATE
           MOVE AV-ARC-TIME               TO AX-ARC-TIME
           IF AV-OLD-ON-FILE(AV-DS-INDEX)
              REWRITE AX-RECORD
           ELSE
              WRITE AX-RECORD
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 57-INDEX-ABEND THRU 57-EXIT
           END-IF
           ADD 1 TO AV-DONE-COUNT
           IF AV-OLD-ON-FILE(AV-DS-INDEX)
              ADD 1 TO AV-REPLACED-COUNT
           END-IF
           IF AV-UNBALANCED(AV-DS-INDEX)
              ADD 1 TO AV-UNBALANCED-COUNT
           END-IF.

       50-EXIT.
           EXIT.

      *                         STEP THE CONTROL RECORD (AS READ IN
      *                         10-SETUP) ON TO THE GENERATION JUST
      *                         CUT - LAST, SO A RUN THAT FAILS
      *                         EARLIER LEAVES IT AS IT WAS FOR THE
      *                         RERUN.
       55-UPDATE-CONTROL.
           MOVE AV-CONTROL-IMAGE TO AX-RECORD
           MOVE AV-ARC-GEN       TO AX-LAST-ARC-GEN
           MOVE AV-RUN-ID        TO AX-LAST-RUN-ID
           MOVE AV-BUSINESS-DATE TO AX-LAST-BUS-DATE
           REWRITE AX-RECORD
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO AV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 57-INDEX-ABEND THRU 57-EXIT
           END-IF.

       55-EXIT.
           EXIT.

      *                         THE INDEX UPDATE FAILED PART WAY -
      *                         PUT BACK THE ENTRIES THIS RUN HAS
      *                         ALREADY WRITTEN (DELETE A NEW ONE,
      *                         RESTORE A REPLACED ONE) SO NOTHING
      *                         POINTS AT THE GENERATION THE PURGE
      *                         STEP IS ABOUT TO DELETE, THEN STOP.
      *                         AN ENTRY THAT WILL NOT GO BACK IS
      *                         NAMED FOR CORRECTION BY HAND.
       57-INDEX-ABEND.
           DISPLAY 'STKARC1 - ARCHIVE INDEX UPDATE FAILED - BACKING '
                   'OUT ' AV-DONE-COUNT ' ENTRIES ALREADY WRITTEN'
           PERFORM 58-BACK-OUT-ENTRY THRU 58-EXIT
              VARYING AV-UNDO-INDEX FROM 1 BY 1
                 UNTIL AV-UNDO-INDEX > AV-DONE-COUNT
           PERFORM 90-ABEND THRU 90-EXIT.

       57-EXIT.
           EXIT.

       58-BACK-OUT-ENTRY.
           IF AV-OLD-ON-FILE(AV-UNDO-INDEX)
              MOVE AV-OLD-ENTRY(AV-UNDO-INDEX) TO AX-RECORD
              REWRITE AX-RECORD
           ELSE
              MOVE AV-RUN-ID                   TO AX-RUN-ID
              MOVE AV-DSN-CODE(AV-UNDO-INDEX)  TO AX-DSN-CODE
              DELETE ARCINDX RECORD
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              DISPLAY 'STKARC1 - *** INDEX ENTRY ' AV-RUN-ID ' '
                      AV-DSN-CODE(AV-UNDO-INDEX)
                      ' NOT BACKED OUT - STATUS ' AX-FILE-STATUS
                      ' - CORRECT IT BY HAND ***'
           END-IF.

       58-EXIT.
           EXIT.

       80-FINISH.
           CLOSE ARCINDX
           DISPLAY '***** STKARC1 ARCHIVE TOTALS *****'
           DISPLAY 'RUN-ID ARCHIVED .......... ' AV-RUN-ID
           DISPLAY 'BUSINESS DATE ............ ' AV-BUSINESS-DATE
           DISPLAY 'ARCHIVE GENERATION ....... G' AV-ARC-GEN 'V00'
           DISPLAY 'ARCHIVE RECORDS READ BACK  ' AV-ARC-READ-COUNT
           DISPLAY 'RUN-LOG RECORDS READ ..... ' AV-LOG-READ-COUNT
           PERFORM 81-DISPLAY-DATASET THRU 81-EXIT
              VARYING AV-DS-INDEX FROM 1 BY 1
                 UNTIL AV-DS-INDEX > 4
           IF AV-REPLACED-COUNT > ZERO
              DISPLAY 'INDEX ENTRIES REPLACED ... ' AV-REPLACED-COUNT
                      ' (RERUN OF AN ARCHIVED RUN-ID)'
           END-IF
           IF AV-UNBALANCED-COUNT > ZERO
              DISPLAY '*** WARNING - ' AV-UNBALANCED-COUNT
                      ' ARCHIVE INDEX ENTRIES OUT OF BALANCE - SEE '
                      'THE RUN SHEET ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'ARCHIVE OK - EVERY CHECKED ENTRY BALANCES'
           END-IF
           PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           STOP RUN.

       81-DISPLAY-DATASET.
           MOVE AV-SRC-COUNT(AV-DS-INDEX)  TO AV-PRT-COUNT
           MOVE AV-SRC-AMOUNT(AV-DS-INDEX) TO AV-PRT-AMOUNT
           DISPLAY AV-DSN-NAME(AV-DS-INDEX) ' RECORDS ' AV-PRT-COUNT
                   ' AMOUNT ' AV-PRT-AMOUNT
                   ' STATUS ' AV-STATUS(AV-DS-INDEX)
                   ' ' AV-REASON(AV-DS-INDEX)
           IF AV-LOG-COUNT-FOUND(AV-DS-INDEX)
              MOVE AV-LOG-COUNT(AV-DS-INDEX) TO AV-PRT-LOG-COUNT
              DISPLAY '         LOGGED COUNT ' AV-PRT-LOG-COUNT
                      ' BY ' AV-LOG-STEP(AV-DS-INDEX)
           END-IF
           IF AV-LOG-AMOUNT-FOUND(AV-DS-INDEX)
              MOVE AV-LOG-AMOUNT(AV-DS-INDEX) TO AV-PRT-AMOUNT
              DISPLAY '         LOGGED AMOUNT ' AV-PRT-AMOUNT
           END-IF.

       81-EXIT.
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
           ACCEPT AV-MARK-DATE FROM DATE
           ACCEPT AV-MARK-TIME FROM TIME
           STRING AV-MARK-DATE      DELIMITED BY SIZE
                  AV-MARK-TIME(1:6) DELIMITED BY SIZE
                  INTO AV-MARK-RUN-ID
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES           TO BC-RECORD
           MOVE 'S'              TO BC-REC-TYPE
           MOVE AV-STEP-NAME-OWN TO BC-STEP-NAME
           MOVE AV-STEP-QUAL     TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO AV-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AV-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE AV-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE AV-MARK-RUN-ID   TO BC-STEP-RUN-ID
           MOVE AV-MARK-DATE     TO BC-STEP-DATE
           MOVE AV-MARK-TIME     TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         AN ERROR ON THE CONTROL FILE AFTER
      *                         THE RUN HAS FINISHED - THE ARCHIVE
      *                         AND INDEX ARE GOOD AND MUST BE KEPT,
      *                         SO THE STEP ENDS RC=4, BELOW THE
      *                         PURGE STEP, WITH THE STEP UNMARKED.
      *                         NOTHING NEEDS RERUNNING; A RERUN IS
      *                         NOT REFUSED AND WOULD ONLY CUT A NEW
      *                         GENERATION AND REPOINT THE ENTRIES.
      *                         ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKARC1 - ERROR ON ' AV-ERROR-FILE-ID
                   ' - STATUS = ' AV-ERROR-STATUS
           DISPLAY 'STKARC1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' AV-BUSINESS-DATE
                   ' - ARCHIVE AND INDEX ARE COMPLETE AND KEPT'
           MOVE 4 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKARC1 - FATAL ERROR ON ' AV-ERROR-FILE-ID
                   ' - STATUS = ' AV-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE OUTFILE SUSPFILE WRTOFF POSTIN RUNLOG ARCHIVE
                 ARCINDX
           STOP RUN.

       90-EXIT.
           EXIT.
