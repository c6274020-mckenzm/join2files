      *            MINTING STEPS, STKEDIT1 (WHICH RUNS BEFORE THE    *
      *            JOIN MINTS ITS RUN-ID) AND STKMRG1 (WHICH SEES    *
      *            ONLY PER-PARTITION RUN-IDS), WHICH ARE TIED IN    *
      *            BY LOG DATE. THE OTHER SIX STEPS NEVER MATCH BY   *
      *            DATE, SO A SECOND RUN ON THE SAME DATE CANNOT     *
      *            BLEED INTO THE SHEET. THE LATEST RECORD PER STEP  *
      *            WINS. A STEP THAT ABENDED WROTE NO RECORD AND     *
      *            MERGED GENERATION) IS THE 'JOINED' SIDE OF THE    *
      *            DOWNSTREAM LEGS; OTHERWISE THE JOIN'S OWN         *
      *            OUTPUT COUNT IS.                                  *
      *            WHEN THE DUPLICATE CHECK (STKDUP1) RAN, ITS LEGS  *
      *            PROVE IT READ THE WHOLE JOINED GENERATION AND     *
      *            THAT THE POST READ EXACTLY WHAT IT PASSED - HELD  *
      *            DUPLICATES OUT, RELEASED ONES IN.                 *
      *            THE GL LEGS PROVE THE JOURNAL FEED (STKGLJ1)      *
      *            READ THE WHOLE POSTING INPUT AND EVERY WRITE-OFF  *
      *            THE JOIN CUT, AND THAT ITS NET ACTIVITY AMOUNT    *
      *            EQUALS THE DUPLICATE CHECK'S POSTING INPUT TOTAL -*
      *            OR, WHEN THE DUPLICATE CHECK DID NOT RUN, THE     *
      *            JOINED COUNT AND THE COMPARE STEP'S OUTFILE TOTAL.*
      *            LAST COMES THE NIGHT'S ENTRIES ON THE ARCHIVE     *
      *            INDEX (ARCINDX, SEE STKARCX) - ONE PER DATASET    *
      *            (OUTFILE, SUSPFILE, WRITEOFF, POSTIN) WITH THE    *
      *            ARCHIVE GENERATION, COUNT, AMOUNT AND THE RUN-LOG *
      *            FIGURE STKARC1 CHECKED IT AGAINST. A DATASET NOT  *
      *            ON THE INDEX, OR AN ENTRY OUT OF BALANCE, IS      *
      *            FLAGGED.                                          *
      *            ON A PARTITIONED NIGHT THE ARCHIVE IS KEYED ON    *
      *            THE MERGE'S RUN-ID, THE SAME ONE THE COMPARE AND  *
      *            GL STEPS LOG UNDER.                               *
      *            RETURN CODES: 0 = EVERY CHECKED LEG BALANCES,     *
      *            4 = A LEG IS OUT OF BALANCE OR A CORE STEP IS     *
      *            MISSING, OR THE NIGHT IS NOT ARCHIVED OR ITS      *
      *            ARCHIVE IS OUT OF BALANCE, 16 = I/O OR PARM ERROR.*
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
               FILE STATUS IS RL-FILE-STATUS.
           SELECT RSHRPT ASSIGN TO UT-S-RSHRPT
               FILE STATUS IS RP-FILE-STATUS.
           SELECT ARCINDX ASSIGN TO ARCINDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS AX-FILE-STATUS.

       DATA DIVISION.
      *--------------*
           DATA RECORD IS RS-PRINT-REC.
       01  RS-PRINT-REC                   PIC X(133).

      *                          ARCHIVE INDEX - READ ONLY HERE, FOR
      *                          THE RUN'S ENTRIES. SEE THE STKARCX
      *                          COPYBOOK.
       FD  ARCINDX
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS AX-RECORD.
       01  AX-RECORD.
           COPY STKARCX.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 RS-BALANCE-BAD-IND  PIC X VALUE 'N'.
              88 RS-BALANCE-BAD         VALUE 'Y'.
           05 RS-INDEX-EMPTY-IND  PIC X VALUE 'N'.
              88 RS-INDEX-EMPTY         VALUE 'Y'.

      *                          ONE SLOT PER STEP IN CHAIN ORDER -
      *                          1 EDIT, 2 JOIN, 3 MERGE, 4 POST,
      *                          5 EXTRACT, 6 COMPARE, 7 GL JOURNAL -
      *                          THEN 8 DUPLICATE CHECK, WHICH RUNS
      *                          BETWEEN THE MERGE AND THE POST.
      *                          THE NAME LIST DRIVES THE MATCH AND
      *                          THE PRINT.
       01  RS-STEP-NAME-LIST.
           05 FILLER              PIC X(32) VALUE
              'STKEDIT1STACKEX1STKMRG1 STKPOST1'.
           05 FILLER              PIC X(32) VALUE
              'STKXTR1 STKCMP1 STKGLJ1 STKDUP1 '.
       01  RS-STEP-NAMES REDEFINES RS-STEP-NAME-LIST.
           05 RS-STEP-NAME        OCCURS 8 TIMES PIC X(08).

       01  RS-STEP-TABLE.
           05 RS-STEP-ENTRY OCCURS 8 TIMES.
              10 RS-SLOT-FOUND-IND PIC X(01).
                 88 RS-SLOT-FOUND      VALUE 'Y'.
              10 RS-SLOT-RC       PIC 9(02).
           05 RS-MATCHED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 RS-JOINED-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 RS-JOINED-SOURCE    PIC X(08) VALUE SPACE.
           05 RS-POST-EXPECTED    PIC 9(08) COMP-3 VALUE ZERO.
           05 RS-GL-EXPECTED-AMT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 RS-ARC-INDEX        PIC 9(02) COMP VALUE ZERO.

      *                          ARCHIVE INDEX DATASET CODES AND
      *                          NAMES, IN PRINT ORDER.
       01  RS-ARC-CODE-LIST.
           05 FILLER              PIC X(04) VALUE 'OSWP'.
       01  RS-ARC-CODES REDEFINES RS-ARC-CODE-LIST.
           05 RS-ARC-CODE         OCCURS 4 TIMES PIC X(01).
       01  RS-ARC-NAME-LIST.
           05 FILLER              PIC X(32) VALUE
              'OUTFILE SUSPFILEWRITEOFFPOSTIN  '.
       01  RS-ARC-NAMES REDEFINES RS-ARC-NAME-LIST.
           05 RS-ARC-NAME         OCCURS 4 TIMES PIC X(08).

       01  RS-STEP-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RS-LEG-VERDICT      PIC X(18).
           05 FILLER              PIC X(56) VALUE SPACE.

       01  RS-AMT-LEG-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RS-AMT-LEG-DESC     PIC X(36).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RS-AMT-LEG-LEFT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(04) VALUE ' VS '.
           05 RS-AMT-LEG-RIGHT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 RS-AMT-LEG-VERDICT  PIC X(18).
           05 FILLER              PIC X(34) VALUE SPACE.

       01  RS-ARC-HEAD-LINE.
           05 FILLER              PIC X(11) VALUE ' DATASET'.
           05 FILLER              PIC X(10) VALUE 'ARCHIVE'.
           05 FILLER              PIC X(10) VALUE 'RECORDS'.
           05 FILLER              PIC X(21)
                 VALUE '            AMOUNT'.
           05 FILLER              PIC X(10) VALUE 'LOGGED BY'.
           05 FILLER              PIC X(10) VALUE ' LOGGED'.
           05 FILLER              PIC X(19) VALUE 'VERDICT'.
           05 FILLER              PIC X(42) VALUE SPACE.

       01  RS-ARC-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RS-ARC-DSN          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(01) VALUE 'G'.
           05 RS-ARC-GEN          PIC 9(04).
           05 FILLER              PIC X(03) VALUE 'V00'.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RS-ARC-COUNT        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 RS-ARC-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 RS-ARC-LOG-STEP     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RS-ARC-LOG-COUNT    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 RS-ARC-VERDICT      PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RS-ARC-REASON       PIC X(30).
           05 FILLER              PIC X(12) VALUE SPACE.

       01  RS-ARC-MISSING-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RS-ARC-MIS-DSN      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(30)
                 VALUE '** NOT ARCHIVED **'.
           05 FILLER              PIC X(92) VALUE SPACE.

       01  RS-FILE-STATUSES.
           05 RL-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RP-FILE-STATUS      PIC X(02) VALUE '00'.
           05 AX-FILE-STATUS      PIC X(02) VALUE '00'.

       01  RS-ERROR-INFO.
           05 RS-ERROR-FILE-ID    PIC X(08).
              MOVE RP-FILE-STATUS TO RS-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT ARCINDX
           IF AX-FILE-STATUS = '35'
              DISPLAY 'STKRSH1 - ARCHIVE INDEX EMPTY - NOTHING '
                      'ARCHIVED YET'
              MOVE 'Y'  TO RS-INDEX-EMPTY-IND
              MOVE '00' TO AX-FILE-STATUS
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO RS-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO RS-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-INIT-SLOT THRU 12-EXIT
              VARYING RS-STEP-INDEX FROM 1 BY 1
                 UNTIL RS-STEP-INDEX > 8
           PERFORM 25-READ-RUN-LOG THRU 25-EXIT.

       10-EXIT.
      *                         THAT BELONGS TO THIS RUN. ONLY THE
      *                         SELF-MINTING STEPS (STKEDIT1, AND
      *                         STKMRG1 ON A PARTITIONED NIGHT) MAY
      *                         MATCH BY LOG DATE - THE OTHER SIX
      *                         MATCH STRICTLY ON RUN-ID, SO A
      *                         SECOND RUN ON THE SAME DATE (A
      *                         RERUN OR OVERRIDE) CANNOT BLEED
                 AND RLREC(21:6) = RS-RUN-DATE)
              PERFORM 21-FILE-IN-SLOT THRU 21-EXIT
                 VARYING RS-STEP-INDEX FROM 1 BY 1
                    UNTIL RS-STEP-INDEX > 8
           END-IF
           PERFORM 25-READ-RUN-LOG THRU 25-EXIT.

      *                         FOOT LEGS. THE 'JOINED' SIDE OF THE
      *                         DOWNSTREAM LEGS IS THE MERGE OUTPUT
      *                         WHEN THE MERGE RAN, ELSE THE JOIN
      *                         OUTPUT. WHEN THE DUPLICATE CHECK RAN
      *                         THE POST AND THE GL JOURNAL READ ITS
      *                         OUTPUT, NOT THE JOINED GENERATION.
       30-PRINT-RUN-SHEET.
           MOVE SPACES TO RS-PRINT-REC
           STRING ' STKRSH1 - END-OF-NIGHT RUN SHEET - RUN '
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 31-PRINT-STEP THRU 31-EXIT
              VARYING RS-STEP-INDEX FROM 1 BY 1
                 UNTIL RS-STEP-INDEX > 8
           MOVE SPACES TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           IF RS-SLOT-FOUND(3)
           MOVE RS-SLOT-OUT(1) TO RS-LEG-LEFT
           MOVE RS-SLOT-IN(2)  TO RS-LEG-RIGHT
           PERFORM 32-JUDGE-LEG-1-2 THRU 32-JUDGE-EXIT
           MOVE 'JOINED VS DUPLICATE CHECK READ' TO RS-LEG-DESC
           MOVE RS-JOINED-COUNT TO RS-LEG-LEFT
           MOVE RS-SLOT-IN(8)   TO RS-LEG-RIGHT
           PERFORM 39-JUDGE-LEG-J-8 THRU 39-JUDGE-EXIT
           IF RS-SLOT-FOUND(8)
              MOVE 'DUPLICATE CHECK PASSED VS POSTED'
                TO RS-LEG-DESC
              MOVE RS-SLOT-OUT(8)  TO RS-POST-EXPECTED
           ELSE
              MOVE 'JOINED VS POSTED' TO RS-LEG-DESC
              MOVE RS-JOINED-COUNT TO RS-POST-EXPECTED
           END-IF
           MOVE RS-POST-EXPECTED TO RS-LEG-LEFT
           MOVE RS-SLOT-IN(4)   TO RS-LEG-RIGHT
           PERFORM 33-JUDGE-LEG-J-4 THRU 33-JUDGE-EXIT
           MOVE 'JOINED VS EXTRACTED' TO RS-LEG-DESC
           MOVE 'JOINED VS COMPARED' TO RS-LEG-DESC
           MOVE RS-JOINED-COUNT TO RS-LEG-LEFT
           MOVE RS-SLOT-IN(6)   TO RS-LEG-RIGHT
           PERFORM 35-JUDGE-LEG-J-6 THRU 35-JUDGE-EXIT
           IF RS-SLOT-FOUND(8)
              MOVE 'DUPLICATE CHECK PASSED VS GL READ'
                TO RS-LEG-DESC
           ELSE
              MOVE 'JOINED VS GL JOURNAL READ' TO RS-LEG-DESC
           END-IF
           MOVE RS-POST-EXPECTED TO RS-LEG-LEFT
           MOVE RS-SLOT-IN(7)   TO RS-LEG-RIGHT
           PERFORM 36-JUDGE-LEG-J-7 THRU 36-JUDGE-EXIT
           MOVE 'WRITTEN OFF VS GL WRITE-OFFS READ' TO RS-LEG-DESC
           MOVE RS-SLOT-REJ(2)  TO RS-LEG-LEFT
           MOVE RS-SLOT-SUSP(7) TO RS-LEG-RIGHT
           PERFORM 37-JUDGE-LEG-2-7 THRU 37-JUDGE-EXIT
           IF RS-SLOT-FOUND(8)
              MOVE 'POSTING INPUT AMOUNT VS GL ACTIVITY'
                TO RS-AMT-LEG-DESC
              MOVE RS-SLOT-AMOUNT(8) TO RS-GL-EXPECTED-AMT
           ELSE
              MOVE 'COMPARED AMOUNT VS GL ACTIVITY'
                TO RS-AMT-LEG-DESC
              MOVE RS-SLOT-AMOUNT(6) TO RS-GL-EXPECTED-AMT
           END-IF
           MOVE RS-GL-EXPECTED-AMT TO RS-AMT-LEG-LEFT
           MOVE RS-SLOT-AMOUNT(7) TO RS-AMT-LEG-RIGHT
           PERFORM 38-JUDGE-LEG-6-7 THRU 38-JUDGE-EXIT
           MOVE SPACES TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE SPACES TO RS-PRINT-REC
           STRING ' ARCHIVE INDEX - RUN ' DELIMITED BY SIZE
                  RS-RUN-ID DELIMITED BY SIZE
              INTO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           MOVE RS-ARC-HEAD-LINE TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT
           PERFORM 41-PRINT-ARCHIVE-ENTRY THRU 41-EXIT
              VARYING RS-ARC-INDEX FROM 1 BY 1
                 UNTIL RS-ARC-INDEX > 4.

       30-EXIT.
           EXIT.
       32-JUDGE-EXIT.
           EXIT.

      *                         THE POSTED LEG - AGAINST THE
      *                         DUPLICATE CHECK'S OUTPUT WHEN IT RAN,
      *                         WHICH NEEDS NO JOIN OR MERGE RECORD.
       33-JUDGE-LEG-J-4.
           IF NOT RS-SLOT-FOUND(4)
                 OR (NOT RS-SLOT-FOUND(8) AND NOT RS-SLOT-FOUND(2)
                     AND NOT RS-SLOT-FOUND(3))
              MOVE 'NOT CHECKED       ' TO RS-LEG-VERDICT
           ELSE
              IF RS-POST-EXPECTED = RS-SLOT-IN(4)
                 MOVE 'BALANCED          ' TO RS-LEG-VERDICT
              ELSE
                 MOVE '** OUT OF BALANCE ' TO RS-LEG-VERDICT
       35-JUDGE-EXIT.
           EXIT.

      *                         THE GL READ LEG - THE JOURNAL READS
      *                         THE POSTING INPUT, SO AGAINST THE
      *                         DUPLICATE CHECK'S OUTPUT WHEN IT RAN,
      *                         AS THE POSTED LEG IS.
       36-JUDGE-LEG-J-7.
           IF NOT RS-SLOT-FOUND(7)
                 OR (NOT RS-SLOT-FOUND(8) AND NOT RS-SLOT-FOUND(2)
                     AND NOT RS-SLOT-FOUND(3))
              MOVE 'NOT CHECKED       ' TO RS-LEG-VERDICT
           ELSE
              IF RS-POST-EXPECTED = RS-SLOT-IN(7)
                 MOVE 'BALANCED          ' TO RS-LEG-VERDICT
              ELSE
                 MOVE '** OUT OF BALANCE ' TO RS-LEG-VERDICT
                 MOVE 'Y' TO RS-BALANCE-BAD-IND
              END-IF
           END-IF
           MOVE RS-LEG-LINE TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       36-JUDGE-EXIT.
           EXIT.

      *                         THE WRITE-OFF LEG NEEDS THE JOIN'S
      *                         OWN RECORD - ON A PARTITIONED NIGHT
      *                         THE WRITE-OFFS ARE SPLIT OVER FOUR
      *                         PARTITION RUN-IDS AND THE LEG PRINTS
      *                         NOT CHECKED.
       37-JUDGE-LEG-2-7.
           IF NOT RS-SLOT-FOUND(7) OR NOT RS-SLOT-FOUND(2)
              MOVE 'NOT CHECKED       ' TO RS-LEG-VERDICT
           ELSE
              IF RS-SLOT-REJ(2) = RS-SLOT-SUSP(7)
                 MOVE 'BALANCED          ' TO RS-LEG-VERDICT
              ELSE
                 MOVE '** OUT OF BALANCE ' TO RS-LEG-VERDICT
                 MOVE 'Y' TO RS-BALANCE-BAD-IND
              END-IF
           END-IF
           MOVE RS-LEG-LINE TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       37-JUDGE-EXIT.
           EXIT.

      *                         THE GL AMOUNT LEG - THE JOURNAL'S NET
      *                         ACTIVITY AGAINST THE DUPLICATE
      *                         CHECK'S POSTING INPUT TOTAL WHEN IT
      *                         RAN, ELSE THE COMPARE STEP'S TOTAL
      *                         OVER THE SAME OUTFILE GENERATION, TO
      *                         THE CENT.
       38-JUDGE-LEG-6-7.
           IF NOT RS-SLOT-FOUND(7)
                 OR (NOT RS-SLOT-FOUND(8) AND NOT RS-SLOT-FOUND(6))
              MOVE 'NOT CHECKED       ' TO RS-AMT-LEG-VERDICT
           ELSE
              IF RS-GL-EXPECTED-AMT = RS-SLOT-AMOUNT(7)
                 MOVE 'BALANCED          ' TO RS-AMT-LEG-VERDICT
              ELSE
                 MOVE '** OUT OF BALANCE ' TO RS-AMT-LEG-VERDICT
                 MOVE 'Y' TO RS-BALANCE-BAD-IND
              END-IF
           END-IF
           MOVE RS-AMT-LEG-LINE TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       38-JUDGE-EXIT.
           EXIT.

       39-JUDGE-LEG-J-8.
           IF NOT RS-SLOT-FOUND(8)
                 OR (NOT RS-SLOT-FOUND(2) AND NOT RS-SLOT-FOUND(3))
              MOVE 'NOT CHECKED       ' TO RS-LEG-VERDICT
           ELSE
              IF RS-JOINED-COUNT = RS-SLOT-IN(8)
                 MOVE 'BALANCED          ' TO RS-LEG-VERDICT
              ELSE
                 MOVE '** OUT OF BALANCE ' TO RS-LEG-VERDICT
                 MOVE 'Y' TO RS-BALANCE-BAD-IND
              END-IF
           END-IF
           MOVE RS-LEG-LINE TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       39-JUDGE-EXIT.
           EXIT.

      *                         ONE LINE PER DATASET FROM THE
      *                         ARCHIVE INDEX. NO ENTRY MEANS THE
      *                         ARCHIVE STEP DID NOT RUN (OR FAILED)
      *                         FOR THIS RUN-ID; AN ENTRY STKARC1
      *                         MARKED OUT OF BALANCE IS FLAGGED
      *                         WITH ITS REASON. BOTH COUNT AGAINST
      *                         THE SHEET. NOT CHECKED (NO RUN-LOG
      *                         FIGURE FOR THE DATASET) DOES NOT.
      *                         AN INDEX THAT WOULD NOT OPEN ('35' -
      *                         NO ARCHIVE RUN SINCE THE STKARCG
      *                         DEFINE) HAS NO ENTRIES AND IS NOT
      *                         READ.
       41-PRINT-ARCHIVE-ENTRY.
           IF RS-INDEX-EMPTY
              MOVE '23' TO AX-FILE-STATUS
           ELSE
              MOVE RS-RUN-ID                 TO AX-RUN-ID
              MOVE RS-ARC-CODE(RS-ARC-INDEX) TO AX-DSN-CODE
              READ ARCINDX
           END-IF
           IF AX-FILE-STATUS = '23'
              MOVE RS-ARC-NAME(RS-ARC-INDEX) TO RS-ARC-MIS-DSN
              MOVE RS-ARC-MISSING-LINE TO RS-PRINT-REC
              PERFORM 28-WRITE-REPORT THRU 28-EXIT
              MOVE 'Y' TO RS-BALANCE-BAD-IND
              GO TO 41-EXIT
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO RS-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO RS-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE AX-DSN-NAME  TO RS-ARC-DSN
           MOVE AX-ARC-GEN   TO RS-ARC-GEN
           MOVE AX-REC-COUNT TO RS-ARC-COUNT
           MOVE AX-AMOUNT    TO RS-ARC-AMOUNT
           MOVE AX-LOG-STEP  TO RS-ARC-LOG-STEP
           MOVE AX-LOG-COUNT TO RS-ARC-LOG-COUNT
           EVALUATE TRUE
              WHEN AX-BALANCED
                 MOVE 'BALANCED          ' TO RS-ARC-VERDICT
              WHEN AX-UNBALANCED
                 MOVE '** OUT OF BALANCE ' TO RS-ARC-VERDICT
                 MOVE 'Y' TO RS-BALANCE-BAD-IND
              WHEN OTHER
                 MOVE 'NOT CHECKED       ' TO RS-ARC-VERDICT
           END-EVALUATE
           EVALUATE AX-REASON
              WHEN 'AC'
                 MOVE 'ARCHIVE COPY DOES NOT AGREE' TO RS-ARC-REASON
              WHEN 'LC'
                 MOVE 'RUN-LOG COUNT DOES NOT AGREE' TO RS-ARC-REASON
              WHEN 'LA'
                 MOVE 'RUN-LOG AMOUNT DOES NOT AGREE'
                   TO RS-ARC-REASON
              WHEN 'NL'
                 MOVE 'NO RUN-LOG FIGURE' TO RS-ARC-REASON
              WHEN OTHER
                 MOVE SPACES TO RS-ARC-REASON
           END-EVALUATE
           MOVE RS-ARC-LINE TO RS-PRINT-REC
           PERFORM 28-WRITE-REPORT THRU 28-EXIT.

       41-EXIT.
           EXIT.

       28-WRITE-REPORT.
           WRITE RS-PRINT-REC
           IF RP-FILE-STATUS NOT = '00'

       40-FINISH.
           CLOSE RUNLOG RSHRPT
           IF NOT RS-INDEX-EMPTY
              CLOSE ARCINDX
           END-IF
           DISPLAY '***** STKRSH1 RUN SHEET TOTALS *****'
           DISPLAY 'RUN-ID REQUESTED ......... ' RS-RUN-ID
           DISPLAY 'LOG RECORDS READ ......... ' RS-LOG-READ-COUNT
           DISPLAY 'STKRSH1 - FATAL ERROR ON ' RS-ERROR-FILE-ID
                   ' - STATUS = ' RS-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RUNLOG RSHRPT ARCINDX
           STOP RUN.

       90-EXIT.
