      *-------------------------------------------------------------*
      *  STKRTV1 : REBUILD ONE NIGHT'S OUTFILE, SUSPFILE, WRITEOFF   *
      *            OR POSTIN FROM THE LONG-TERM ARCHIVE, BY RUN-ID,  *
      *            SO STKBKO1 (POSTIN), STKSTMT1 OR STKXTR1 CAN BE   *
      *            RERUN AGAINST IT LONG AFTER THE GDG GENERATION    *
      *            HAS ROLLED OFF. THE EXEC PARM CARRIES THE RUN-ID  *
      *            (12) AND, OPTIONALLY, THE DATASET CODE ('O'       *
      *            OUTFILE - THE DEFAULT, 'S' SUSPFILE, 'W'          *
      *            WRITEOFF, 'P' POSTIN). THE ARCHIVE INDEX          *
      *            (ARCINDX, SEE STKARCX) GIVES THE ARCHIVE          *
      *            GENERATION; ARCIN MUST BE THAT GENERATION (SEE    *
      *            STKRTVJ) AND ITS HEADER MUST CARRY THE SAME       *
      *            GENERATION NUMBER AND RUN-ID. EVERY RECORD OF THE *
      *            DATASET IS WRITTEN TO RTVFIL EXACTLY AS THE JOIN  *
      *            (OR, FOR POSTIN, THE DUPLICATE CHECK) WROTE IT,   *
      *            IN ITS ORIGINAL ORDER (THE SEQUENCE NUMBERS ARE   *
      *            CHECKED). THE REBUILT FILE MUST COUNT AND SUM TO  *
      *            THE INDEX ENTRY, AND COUNT TO THE ARCHIVE         *
      *            TRAILER.                                          *
      *            READ ONLY - RUN IT AS OFTEN AS NEEDED.            *
      *            RETURN CODES: 0 = REBUILT AND BALANCED,           *
      *            4 = REBUILT AND BALANCED TO THE ARCHIVE, BUT THE  *
      *            INDEX ENTRY WAS OUT OF BALANCE WITH THE RUN-LOG   *
      *            WHEN ARCHIVED, 8 = REBUILT FILE DOES NOT BALANCE -*
      *            DO NOT USE IT, 16 = BAD PARM, RUN-ID NOT ON THE   *
      *            INDEX, WRONG OR DAMAGED ARCHIVE, OR I/O ERROR.    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKRTV1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT ARCINDX  ASSIGN TO ARCINDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS AX-FILE-STATUS.
           SELECT ARCHIVE  ASSIGN TO UT-S-ARCIN
               FILE STATUS IS AR-FILE-STATUS.
           SELECT RTVFILE  ASSIGN TO UT-S-RTVFIL
               FILE STATUS IS RT-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  ARCINDX
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS AX-RECORD.
       01  AX-RECORD.
           COPY STKARCX.

       FD  ARCHIVE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 41 TO 183 CHARACTERS
              DEPENDING ON RV-ARC-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AR-RECORD.
       01  AR-RECORD.
           COPY STKARCR.

      *                          THE REBUILT FILE - AN OUTREC OR
      *                          POSTIN RECORD (60-170)
      *                          OR A SUSPENSE / WRITE-OFF RECORD
      *                          (28-138), WRITTEN AT ITS ORIGINAL
      *                          LENGTH.
       FD  RTVFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 28 TO 170 CHARACTERS
              DEPENDING ON RV-OUT-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RV-OUT-REC.
       01  RV-OUT-REC                     PIC X(170).

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 RV-HEADER-IND       PIC X VALUE 'N'.
              88 RV-HEADER-FOUND        VALUE 'Y'.
           05 RV-TRAILER-IND      PIC X VALUE 'N'.
              88 RV-TRAILER-FOUND       VALUE 'Y'.

       01  RV-LENGTHS.
           05 RV-ARC-LENGTH       PIC 9(03) COMP.
           05 RV-OUT-LENGTH       PIC 9(03) COMP.

      *                          WALK OVER THE LINE ITEMS OF A
      *                          REBUILT RECORD - 11 BYTES EACH AFTER
      *                          THE FIXED PART (SEE STKLINE), AMOUNT
      *                          IN THE LAST 7.
       01  RV-WORK-AREA.
           05 RV-ITEM-BASE        PIC 9(03) COMP VALUE ZERO.
           05 RV-ITEM-COUNT       PIC 9(03) COMP VALUE ZERO.
           05 RV-ITEM-START       PIC 9(03) COMP VALUE ZERO.
           05 RV-LINE-INDEX       PIC 9(03) COMP VALUE ZERO.
       01  RV-ITEM-AREA.
           05 RV-ITEM-AMOUNT-X    PIC X(07).
           05 RV-ITEM-AMOUNT REDEFINES RV-ITEM-AMOUNT-X
                                  PIC S9(05)V99.

       01  RV-CONTROL.
           05 RV-REQ-RUN-ID       PIC X(12) VALUE SPACE.
           05 RV-REQ-DSN-CODE     PIC X(01) VALUE 'O'.
              88 RV-REQ-OUTFILE         VALUE 'O'.
              88 RV-REQ-POSTIN          VALUE 'P'.
              88 RV-REQ-VALID           VALUE 'O' 'S' 'W' 'P'.
           05 RV-ARC-READ-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 RV-SKIP-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 RV-REC-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 RV-REC-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 RV-TRAILER-COUNT    PIC 9(08) COMP-3 VALUE ZERO.

       01  RV-PRINT-FIELDS.
           05 RV-PRT-COUNT        PIC ZZ,ZZZ,ZZ9.
           05 RV-PRT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RV-FILE-STATUSES.
           05 AX-FILE-STATUS      PIC X(02) VALUE '00'.
           05 AR-FILE-STATUS      PIC X(02) VALUE '00'.
           05 RT-FILE-STATUS      PIC X(02) VALUE '00'.

       01  RV-ERROR-INFO.
           05 RV-ERROR-FILE-ID    PIC X(08).
           05 RV-ERROR-STATUS     PIC X(02).

       LINKAGE SECTION.
      *----------------*
       01  RV-PARM-AREA.
           05 RV-PARM-LENGTH      PIC S9(4) COMP.
           05 RV-PARM-DATA        PIC X(80).

       PROCEDURE DIVISION USING RV-PARM-AREA.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-PARM THRU 05-EXIT
           PERFORM 10-FIND-ENTRY THRU 10-EXIT
           PERFORM 20-FIND-HEADER THRU 20-EXIT
           PERFORM 30-REBUILD-RECORD THRU 30-EXIT
              UNTIL RV-TRAILER-FOUND
           PERFORM 40-FINISH.

       05-GET-PARM.
           IF RV-PARM-LENGTH < 12
                 OR RV-PARM-DATA(1:12) = SPACES
              DISPLAY 'STKRTV1 - PARM MUST BE RUN-ID (12) PLUS '
                      'OPTIONAL DATASET CODE (O, S, W OR P)'
              MOVE 'PARM    ' TO RV-ERROR-FILE-ID
              MOVE 'PM'       TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE RV-PARM-DATA(1:12) TO RV-REQ-RUN-ID
           IF RV-PARM-LENGTH > 12 AND RV-PARM-DATA(13:1) NOT = SPACE
              MOVE RV-PARM-DATA(13:1) TO RV-REQ-DSN-CODE
           END-IF
           IF NOT RV-REQ-VALID
              DISPLAY 'STKRTV1 - DATASET CODE ' RV-REQ-DSN-CODE
                      ' MUST BE O, S, W OR P'
              MOVE 'PARM    ' TO RV-ERROR-FILE-ID
              MOVE 'PM'       TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF RV-REQ-OUTFILE OR RV-REQ-POSTIN
              MOVE 60 TO RV-ITEM-BASE
           ELSE
              MOVE 28 TO RV-ITEM-BASE
           END-IF.

       05-EXIT.
           EXIT.

      *                         THE INDEX ENTRY FOR THE RUN-ID AND
      *                         DATASET - NOT THERE ('23') MEANS THE
      *                         RUN WAS NEVER ARCHIVED.
       10-FIND-ENTRY.
           OPEN INPUT ARCINDX
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO RV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE RV-REQ-RUN-ID   TO AX-RUN-ID
           MOVE RV-REQ-DSN-CODE TO AX-DSN-CODE
           READ ARCINDX
           IF AX-FILE-STATUS = '23'
              DISPLAY 'STKRTV1 - RUN-ID ' RV-REQ-RUN-ID ' DATASET '
                      RV-REQ-DSN-CODE ' IS NOT ON THE ARCHIVE INDEX'
              MOVE 'ARCINDX'  TO RV-ERROR-FILE-ID
              MOVE 'NF'       TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF AX-FILE-STATUS NOT = '00'
              MOVE 'ARCINDX'  TO RV-ERROR-FILE-ID
              MOVE AX-FILE-STATUS TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           CLOSE ARCINDX
           MOVE AX-REC-COUNT TO RV-PRT-COUNT
           MOVE AX-AMOUNT    TO RV-PRT-AMOUNT
           DISPLAY 'STKRTV1 - RUN-ID ' AX-RUN-ID ' ' AX-DSN-NAME
                   ' BUSINESS DATE ' AX-BUS-DATE
           DISPLAY 'STKRTV1 - ARCHIVED IN GENERATION G' AX-ARC-GEN
                   'V00 - RECORDS ' RV-PRT-COUNT
                   ' AMOUNT ' RV-PRT-AMOUNT
                   ' STATUS ' AX-STATUS ' ' AX-REASON.

       10-EXIT.
           EXIT.

      *                         POSITION ARCIN AT THE HEADER OF THE
      *                         GENERATION THE INDEX NAMES - A
      *                         CONCATENATION OF GENERATIONS IS
      *                         ALLOWED, THE OTHERS ARE SKIPPED.
       20-FIND-HEADER.
           OPEN INPUT ARCHIVE
           IF AR-FILE-STATUS NOT = '00'
              MOVE 'ARCIN'    TO RV-ERROR-FILE-ID
              MOVE AR-FILE-STATUS TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 21-SKIP-TO-HEADER THRU 21-EXIT
              UNTIL RV-HEADER-FOUND OR SW-END-OF-FILE
           IF NOT RV-HEADER-FOUND
              DISPLAY 'STKRTV1 - ARCHIVE GENERATION G' AX-ARC-GEN
                      'V00 FOR RUN ' AX-RUN-ID ' NOT ON ARCIN'
              MOVE 'ARCIN'    TO RV-ERROR-FILE-ID
              MOVE 'GN'       TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT RTVFILE
           IF RT-FILE-STATUS NOT = '00'
              MOVE 'RTVFIL'   TO RV-ERROR-FILE-ID
              MOVE RT-FILE-STATUS TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 35-READ-ARCHIVE THRU 35-EXIT.

       20-EXIT.
           EXIT.

       21-SKIP-TO-HEADER.
           PERFORM 35-READ-ARCHIVE THRU 35-EXIT
           IF NOT SW-END-OF-FILE
                 AND AR-HEADER-REC
                 AND AR-ARC-GEN = AX-ARC-GEN
                 AND AR-RUN-ID = AX-RUN-ID
              MOVE 'Y' TO RV-HEADER-IND
           END-IF.

       21-EXIT.
           EXIT.

      *                         ONE ARCHIVE RECORD - THE REQUESTED
      *                         DATASET'S ARE WRITTEN OUT IN SEQUENCE,
      *                         THE OTHER DATASETS' SKIPPED. THE
      *                         GENERATION MUST END WITH ITS TRAILER.
       30-REBUILD-RECORD.
           IF SW-END-OF-FILE OR AR-HEADER-REC
              DISPLAY 'STKRTV1 - ARCHIVE GENERATION G' AX-ARC-GEN
                      'V00 ENDS WITHOUT ITS TRAILER'
              MOVE 'ARCIN'    TO RV-ERROR-FILE-ID
              MOVE 'TR'       TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF AR-TRAILER-REC
              MOVE 'Y' TO RV-TRAILER-IND
              IF RV-REQ-DSN-CODE = 'O'
                 MOVE AR-OUT-COUNT  TO RV-TRAILER-COUNT
              END-IF
              IF RV-REQ-DSN-CODE = 'S'
                 MOVE AR-SUSP-COUNT TO RV-TRAILER-COUNT
              END-IF
              IF RV-REQ-DSN-CODE = 'W'
                 MOVE AR-WOFF-COUNT TO RV-TRAILER-COUNT
              END-IF
              IF RV-REQ-DSN-CODE = 'P'
                 MOVE AR-POST-COUNT TO RV-TRAILER-COUNT
              END-IF
              GO TO 30-EXIT
           END-IF
           IF NOT AR-DATA-REC OR AR-DSN-CODE NOT = RV-REQ-DSN-CODE
              ADD 1 TO RV-SKIP-COUNT
              PERFORM 35-READ-ARCHIVE THRU 35-EXIT
              GO TO 30-EXIT
           END-IF
           ADD 1 TO RV-REC-COUNT
           IF AR-SEQ NOT = RV-REC-COUNT
              DISPLAY 'STKRTV1 - ARCHIVE RECORD OUT OF SEQUENCE - '
                      'EXPECTED ' RV-REC-COUNT ' FOUND ' AR-SEQ
              MOVE 'ARCIN'    TO RV-ERROR-FILE-ID
              MOVE 'SQ'       TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES    TO RV-OUT-REC
           MOVE AR-LENGTH TO RV-OUT-LENGTH
           MOVE AR-IMAGE(1:AR-LENGTH) TO RV-OUT-REC
           PERFORM 31-TALLY-RECORD THRU 31-EXIT
           WRITE RV-OUT-REC
           IF RT-FILE-STATUS NOT = '00'
              MOVE 'RTVFIL'   TO RV-ERROR-FILE-ID
              MOVE RT-FILE-STATUS TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 35-READ-ARCHIVE THRU 35-EXIT.

       30-EXIT.
           EXIT.

      *                         ADD THE RECORD'S LINE-ITEM AMOUNTS
      *                         TO THE REBUILT TOTAL.
       31-TALLY-RECORD.
           IF RV-OUT-LENGTH NOT > RV-ITEM-BASE
              GO TO 31-EXIT
           END-IF
           COMPUTE RV-ITEM-COUNT =
                   (RV-OUT-LENGTH - RV-ITEM-BASE) / 11
           PERFORM 32-ADD-ITEM THRU 32-EXIT
              VARYING RV-LINE-INDEX FROM 1 BY 1
                 UNTIL RV-LINE-INDEX > RV-ITEM-COUNT.

       31-EXIT.
           EXIT.

       32-ADD-ITEM.
           COMPUTE RV-ITEM-START =
                   RV-ITEM-BASE + (RV-LINE-INDEX - 1) * 11 + 5
           MOVE RV-OUT-REC(RV-ITEM-START:7) TO RV-ITEM-AMOUNT-X
           ADD RV-ITEM-AMOUNT TO RV-REC-AMOUNT.

       32-EXIT.
           EXIT.

       35-READ-ARCHIVE.
           READ ARCHIVE
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF AR-FILE-STATUS NOT = '00' AND AR-FILE-STATUS NOT = '10'
              MOVE 'ARCIN'    TO RV-ERROR-FILE-ID
              MOVE AR-FILE-STATUS TO RV-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF NOT SW-END-OF-FILE
              ADD 1 TO RV-ARC-READ-COUNT
           END-IF.

       35-EXIT.
           EXIT.

      *                         BALANCE THE REBUILT FILE TO THE INDEX
      *                         ENTRY AND THE ARCHIVE TRAILER.
       40-FINISH.
           CLOSE ARCHIVE RTVFILE
           DISPLAY '***** STKRTV1 RETRIEVAL TOTALS *****'
           DISPLAY 'RUN-ID RETRIEVED ......... ' RV-REQ-RUN-ID
           DISPLAY 'DATASET .................. ' AX-DSN-NAME
           DISPLAY 'ARCHIVE RECORDS READ ..... ' RV-ARC-READ-COUNT
           DISPLAY 'OTHER DATASETS SKIPPED ... ' RV-SKIP-COUNT
           MOVE RV-REC-COUNT  TO RV-PRT-COUNT
           MOVE RV-REC-AMOUNT TO RV-PRT-AMOUNT
           DISPLAY 'RECORDS REBUILT .......... ' RV-PRT-COUNT
           DISPLAY 'AMOUNT REBUILT ........... ' RV-PRT-AMOUNT
           IF RV-REC-COUNT NOT = AX-REC-COUNT
                 OR RV-REC-COUNT NOT = RV-TRAILER-COUNT
                 OR RV-REC-AMOUNT NOT = AX-AMOUNT
              MOVE AX-REC-COUNT TO RV-PRT-COUNT
              MOVE AX-AMOUNT    TO RV-PRT-AMOUNT
              DISPLAY '*** REBUILT FILE DOES NOT BALANCE - INDEX '
                      'RECORDS ' RV-PRT-COUNT ' AMOUNT ' RV-PRT-AMOUNT
                      ' TRAILER RECORDS ' RV-TRAILER-COUNT ' ***'
              DISPLAY '*** DO NOT USE THE REBUILT FILE ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF AX-UNBALANCED
                 DISPLAY '*** WARNING - REBUILT AS ARCHIVED, BUT THE '
                         'ARCHIVE WAS OUT OF BALANCE WITH THE RUN-LOG '
                         '(REASON ' AX-REASON ') ***'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'REBUILT FILE BALANCES TO THE ARCHIVE INDEX'
              END-IF
           END-IF
           STOP RUN.

       90-ABEND.
           DISPLAY 'STKRTV1 - FATAL ERROR ON ' RV-ERROR-FILE-ID
                   ' - STATUS = ' RV-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ARCINDX ARCHIVE RTVFILE
           STOP RUN.

       90-EXIT.
           EXIT.
