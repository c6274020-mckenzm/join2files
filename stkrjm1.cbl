      *-------------------------------------------------------------*
      *  STKRJM1 : NIGHTLY REJECT-PENDING CYCLE. STKEDIT1 THROWS     *
      *            EVERY BAD INPUT RECORD ONTO REJECTS, WHICH IS     *
      *            CLEARED EACH NIGHT - SO WITHOUT THIS PROGRAM A    *
      *            REJECT IS SEEN ONCE AND THEN LOST. THE REJECT-    *
      *            PENDING FILE (REJPEND GDG - SEE THE STKRJPD       *
      *            COPYBOOK) CARRIES EVERY REJECT FROM NIGHT TO      *
      *            NIGHT UNTIL IT IS CORRECTED OR DELETED. RUN ONCE  *
      *            A NIGHT, AFTER THE EDIT STEP:                     *
      *              1. LOAD LAST NIGHT'S PENDING GENERATION AND     *
      *                 AGE EVERY ENTRY ONE CYCLE.                   *
      *              2. READ TONIGHT'S REJECTS. A FRESH REJECT IS    *
      *                 ADDED AS A NEW OPEN ENTRY; A CORRECTION THAT *
      *                 FAILED THE EDIT AGAIN (IT CARRIES ITS        *
      *                 PENDING ID) REOPENS ITS OWN ENTRY WITH THE   *
      *                 NEW REASON CODE.                             *
      *              3. ANY ENTRY RELEASED LAST NIGHT THAT DID NOT   *
      *                 COME BACK PASSED THE EDIT AND IS NOW IN THE  *
      *                 CLEAN FILES - IT IS CLEARED OFF THE FILE.    *
      *                 THAT HOLDS ONLY IF STKEDIT1 COMPLETED FOR    *
      *                 THE CURRENT BUSINESS DATE WITH RC 4 OR LESS  *
      *                 (ITS BUSCTL STEP RECORD); OTHERWISE THE      *
      *                 RE-ENTRY WAS NEVER EDITED, SO THE ENTRY IS   *
      *                 KEPT AND RELEASED AGAIN UNCHANGED.           *
      *              4. APPLY THE CORRECTION CARDS (RJCORR):         *
      *                   F - FIX ONE FIELD OF THE REJECTED IMAGE    *
      *                   D - DELETE THE REJECT (NOT TO BE RE-SENT)  *
      *                 EVERY CARD NEEDS A REQUESTER AND A REASON.   *
      *                 A FIXED REJECT IS RELEASED: WRITTEN, IN KEY  *
      *                 ORDER, TO THE RE-ENTRY FILE FOR ITS INPUT    *
      *                 (REENTR1 / REENTR2), WHICH THE NEXT NIGHT'S  *
      *                 STKEDIT1 MERGES INTO THE RAW STREAM AND PUTS *
      *                 THROUGH THE FULL EDITS. SEVERAL F CARDS MAY  *
      *                 FIX SEVERAL FIELDS OF ONE REJECT IN A RUN.   *
      *              5. WRITE THE NEW PENDING GENERATION (OPEN AND   *
      *                 RELEASED ENTRIES; CLEARED AND DELETED ONES   *
      *                 DROP OFF), THE CORRECTION LOG (RJLOG) AND    *
      *                 THE AGING REPORT OF OPEN REJECTS BY REASON   *
      *                 CODE, AMOUNT AND AGE (RJAGE).                *
      *            CORRECTION CARD LAYOUT (80 BYTES):                *
      *              1      ACTION (F OR D)                          *
      *              2-13   PENDING ID (FROM THE AGING REPORT)       *
      *              14-15  FIELD: KY KEY, DT TRAN DATE, TY RECORD   *
      *                     TYPE, LC LINE COUNT, IC ITEM CODE, IA    *
      *                     ITEM AMOUNT (INFILE1 REJECTS TAKE KY, DT *
      *                     AND TY ONLY)                             *
      *              16-17  LINE NUMBER 01-10 (IC AND IA ONLY)       *
      *              18-30  NEW VALUE, LEFT-JUSTIFIED. FOR IA: SIGN  *
      *                     ('+', '-' OR BLANK) IN 18, THEN SEVEN    *
      *                     DIGITS WITH TWO IMPLIED DECIMALS         *
      *              31-38  REQUESTER USER-ID                        *
      *              39-80  REASON FOR THE CORRECTION                *
      *            AN LC FIX ALSO RESETS THE RECORD LENGTH TO THE    *
      *            LENGTH THE NEW COUNT IMPLIES (THE CURE FOR AN     *
      *            'LN' REJECT). A TRAILER REJECT ('TR') CAN ONLY BE *
      *            DELETED - THE TRAILER IS THE UPSTREAM'S CONTROL   *
      *            TOTAL, NOT A TRANSACTION. A REJECTED MANUAL       *
      *            ADJUSTMENT (IMAGE TYPE 'A') CAN ONLY BE DELETED   *
      *            HERE - IT MUST BE RE-ENTERED THROUGH STKADJ1 SO   *
      *            THE MAKER-CHECKER APPROVAL IS NOT BYPASSED.       *
      *            RETURN CODES: 0 = EVERY CARD APPLIED, 4 = ONE OR  *
      *            MORE CARDS REFUSED (SEE THE CORRECTION LOG - THE  *
      *            FILES ARE STILL GOOD), 16 = I/O ERROR OR THE      *
      *            PENDING TABLE FULL.                               *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKRJM1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT REJPOLD ASSIGN TO UT-S-REJPOLD
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT REJECTS ASSIGN TO UT-S-REJECTS
               FILE STATUS IS REJ-FILE-STATUS.
           SELECT RJCORR  ASSIGN TO UT-S-RJCORR
               FILE STATUS IS COR-FILE-STATUS.
           SELECT REJPNEW ASSIGN TO UT-S-REJPNEW
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT REENTR1 ASSIGN TO UT-S-REENTR1
               FILE STATUS IS RE1-FILE-STATUS.
           SELECT REENTR2 ASSIGN TO UT-S-REENTR2
               FILE STATUS IS RE2-FILE-STATUS.
           SELECT RJLOG   ASSIGN TO UT-S-RJLOG
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RJAGE   ASSIGN TO UT-S-RJAGE
               FILE STATUS IS AGE-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
      *                          LAST NIGHT'S PENDING GENERATION -
      *                          STKRJPD LAYOUT, MOVED WHOLE INTO
      *                          RM-PEND-WORK TO BE LOOKED AT.
       FD  REJPOLD
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS OP-RECORD.
       01  OP-RECORD                      PIC X(180).

       FD  REJECTS
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 28 TO 140 CHARACTERS
              DEPENDING ON RM-REJ-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RJ-RECORD.
       01  RJ-RECORD.
           COPY STKRJCT.

      *                          ONE CORRECTION CARD - SEE THE
      *                          LAYOUT IN THE PROGRAM BANNER.
       FD  RJCORR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CR-RECORD.
       01  CR-RECORD.
           05 CR-ACTION                   PIC X(01).
              88 CR-FIX                        VALUE 'F'.
              88 CR-DELETE                     VALUE 'D'.
           05 CR-PEND-ID                  PIC X(12).
           05 CR-FIELD                    PIC X(02).
              88 CR-FIELD-KEY                  VALUE 'KY'.
              88 CR-FIELD-DATE                 VALUE 'DT'.
              88 CR-FIELD-TYPE                 VALUE 'TY'.
              88 CR-FIELD-COUNT                VALUE 'LC'.
              88 CR-FIELD-CODE                 VALUE 'IC'.
              88 CR-FIELD-AMOUNT               VALUE 'IA'.
           05 CR-LINE-X                   PIC X(02).
           05 CR-LINE REDEFINES CR-LINE-X PIC 9(02).
           05 CR-VALUE                    PIC X(13).
           05 CR-VALUE-AMT REDEFINES CR-VALUE.
              10 CR-AMT-SIGN              PIC X(01).
              10 CR-AMT-DIGITS-X          PIC X(07).
              10 CR-AMT-DIGITS REDEFINES CR-AMT-DIGITS-X
                                          PIC 9(05)V99.
              10 FILLER                   PIC X(05).
           05 CR-REQUESTER                PIC X(08).
           05 CR-REASON                   PIC X(42).

       FD  REJPNEW
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NP-RECORD.
       01  NP-RECORD                      PIC X(180).

      *                          RELEASED CORRECTIONS FOR THE NEXT
      *                          STKEDIT1 - PENDING ID THEN THE
      *                          CORRECTED IMAGE IN RAW INFILE1 /
      *                          INFILE2 FORMAT, ASCENDING KEY.
       FD  REENTR1
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS R1-RECORD.
       01  R1-RECORD.
           05 R1-PEND-ID                  PIC X(12).
           05 R1-RECORD-IMAGE             PIC X(13).

       FD  REENTR2
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 27 TO 137 CHARACTERS
              DEPENDING ON RM-RE2-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS R2-RECORD.
       01  R2-RECORD.
           05 R2-PEND-ID                  PIC X(12).
           05 R2-RECORD-IMAGE             PIC X(125).

       FD  RJLOG
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS LG-PRINT-REC.
       01  LG-PRINT-REC                   PIC X(133).

       FD  RJAGE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AG-PRINT-REC.
       01  AG-PRINT-REC                   PIC X(133).

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
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 END-OF-OLD-IND      PIC X VALUE SPACE.
              88 SW-END-OF-OLD          VALUE 'Y'.
           05 END-OF-CARDS-IND    PIC X VALUE SPACE.
              88 SW-END-OF-CARDS        VALUE 'Y'.
           05 RM-PEND-FOUND-IND   PIC X VALUE SPACE.
              88 RM-PEND-FOUND          VALUE 'Y'.
           05 RM-CARD-OK-IND      PIC X VALUE 'Y'.
              88 RM-CARD-OK             VALUE 'Y'.
           05 RM-AMOUNT-OK-IND    PIC X VALUE 'Y'.
              88 RM-AMOUNT-OK           VALUE 'Y'.
           05 RM-EDIT-DONE-IND    PIC X VALUE 'N'.
              88 RM-EDIT-DONE           VALUE 'Y'.

       01  RM-RUN-DATE            PIC 9(06) VALUE ZERO.
       01  RM-REJ-LENGTH          PIC 9(03) COMP VALUE ZERO.
       01  RM-RE2-LENGTH          PIC 9(03) COMP VALUE ZERO.

      *                          THE WHOLE PENDING FILE IN MEMORY,
      *                          IN PENDING-ID ORDER (OLD ENTRIES AS
      *                          LOADED, TONIGHT'S APPENDED WITH
      *                          HIGHER IDS). DISPOSITION 'K' KEEPS
      *                          THE ENTRY ON THE NEW GENERATION,
      *                          'C' CLEARED (PASSED THE EDIT), 'D'
      *                          DELETED BY CARD. THE FIXED FLAG
      *                          MARKS AN ENTRY CORRECTED THIS RUN
      *                          ('Y') OR RELEASED AGAIN BECAUSE THE
      *                          EDIT HAS NOT RUN SINCE ('A') -
      *                          THOSE GO TO THE RE-ENTRY FILES.
       01  RM-PEND-TABLE.
           05 RM-PEND-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 RM-PEND-ENTRY OCCURS 2000 TIMES.
              10 RM-TBL-DISP      PIC X(01).
              10 RM-TBL-FIXED     PIC X(01).
              10 RM-TBL-PEND      PIC X(180).

       01  RM-PEND-CONTROL.
           05 RM-PEND-INDEX       PIC 9(04) COMP VALUE ZERO.
           05 RM-PEND-HIT         PIC 9(04) COMP VALUE ZERO.
           05 RM-SEARCH-ID        PIC X(12) VALUE SPACE.
           05 RM-NEXT-SEQ         PIC 9(06) VALUE ZERO.
           05 RM-ID-WORK.
              10 RM-ID-DATE       PIC 9(06).
              10 RM-ID-SEQ        PIC 9(06).

      *                          ONE PENDING ENTRY BEING LOOKED AT
      *                          OR CHANGED - MOVED OUT OF THE
      *                          TABLE, WORKED ON, MOVED BACK.
       01  RM-PEND-WORK.
           COPY STKRJPD REPLACING
              ==STK-PD-PEND-ID==       BY ==PW-PEND-ID==
              ==STK-PD-FILE-ID==       BY ==PW-FILE-ID==
              ==STK-PD-REASON-CODE==   BY ==PW-REASON-CODE==
              ==STK-PD-STATUS==        BY ==PW-STATUS==
              ==STK-PD-FIRST-DATE==    BY ==PW-FIRST-DATE==
              ==STK-PD-AGE==           BY ==PW-AGE==
              ==STK-PD-AMOUNT==        BY ==PW-AMOUNT==
              ==STK-PD-AMOUNT-KNOWN==  BY ==PW-AMOUNT-KNOWN==
              ==STK-PD-IMAGE-LENGTH==  BY ==PW-IMAGE-LENGTH==
              ==STK-PD-RECORD-IMAGE==  BY ==PW-RECORD-IMAGE==.

      *                          FIELD VIEW OF A REJECTED IMAGE -
      *                          THE RAW INFILE2 LAYOUT (THE FIRST
      *                          13 BYTES ARE ALSO THE WHOLE INFILE1
      *                          LAYOUT).
       01  RM-IMAGE-WORK.
           05 RM-IMG-TYPE         PIC X(01).
           05 RM-IMG-KEY          PIC X(04).
           05 RM-IMG-DATE-X       PIC X(08).
           05 RM-IMG-COUNT-X      PIC X(02).
           05 RM-IMG-COUNT REDEFINES RM-IMG-COUNT-X
                                  PIC 9(02).
           05 RM-IMG-LINE OCCURS 10 TIMES.
              10 RM-IMG-CODE      PIC X(04).
              10 RM-IMG-AMOUNT-X  PIC X(07).
              10 RM-IMG-AMOUNT REDEFINES RM-IMG-AMOUNT-X
                                  PIC S9(05)V99.

       01  RM-LINE-CONTROL.
           05 RM-LINE-INDEX       PIC 9(04) COMP VALUE ZERO.
           05 RM-LINE-LIMIT       PIC 9(04) COMP VALUE ZERO.
           05 RM-NEW-AMOUNT       PIC S9(05)V99 VALUE ZERO.
           05 RM-PRICE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *                          RE-ENTRY ORDERING - ONE SLOT PER
      *                          ENTRY FIXED THIS RUN, EXCHANGE-
      *                          SORTED ON FILE ID PLUS KEY SO EACH
      *                          RE-ENTRY FILE COMES OUT IN THE KEY
      *                          ORDER THE EDIT MERGES ON.
       01  RM-SORT-TABLE.
           05 RM-SORT-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 RM-SORT-SLOT OCCURS 2000 TIMES.
              10 RM-SRT-KEY       PIC X(05).
              10 RM-SRT-INDEX     PIC 9(04) COMP.

       01  RM-SORT-CONTROL.
           05 RM-SORT-I           PIC 9(04) COMP VALUE ZERO.
           05 RM-SORT-J           PIC 9(04) COMP VALUE ZERO.
           05 RM-SORT-START       PIC 9(04) COMP VALUE ZERO.
           05 RM-SORT-HOLD-KEY    PIC X(05) VALUE SPACE.
           05 RM-SORT-HOLD-INDEX  PIC 9(04) COMP VALUE ZERO.

      *                          THE REFUSAL TEXT FOR THE CURRENT
      *                          CARD - FIRST FAILING CHECK WINS.
       01  RM-REFUSE-REASON       PIC X(40) VALUE SPACE.

      *                          CENTURY-DATE (CCYYMMDD) VALIDATION
      *                          - THE SAME CHECK AND DAYS-PER-MONTH
      *                          TABLE STKEDIT1 APPLIES, SO A FIXED
      *                          DATE IS ONE THE EDIT WILL TAKE.
       01  RM-DATE-WORK.
           05 RM-WORK-DATE        PIC 9(08).
           05 RM-WORK-DATE-FLD REDEFINES RM-WORK-DATE.
              10 RM-WORK-YEAR     PIC 9(04).
              10 RM-WORK-MONTH    PIC 9(02).
              10 RM-WORK-DAY      PIC 9(02).

       01  RM-LEAP-WORK.
           05 RM-LEAP-IND         PIC X(01) VALUE 'N'.
              88 RM-LEAP-YEAR           VALUE 'Y'.
           05 RM-LEAP-QUOTIENT    PIC 9(04) COMP.
           05 RM-LEAP-REMAINDER   PIC 9(04) COMP.

       01  RM-MONTH-DAYS-VALUE    PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  RM-MONTH-DAYS-TABLE REDEFINES RM-MONTH-DAYS-VALUE.
           05 RM-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).

      *                          AGING REPORT - ONE ROW PER STKEDIT1
      *                          REASON CODE (THE NINTH CATCHES ANY
      *                          CODE NOT IN THE LIST), WITH OPEN
      *                          COUNT, AMOUNT AND THE COUNT IN EACH
      *                          AGE BAND: 1 NIGHT, 2-3, 4-7, 8 AND UP.
       01  RM-REASON-VALUES       PIC X(18)
                                  VALUE 'SQDTLCLNAMRTTRIC**'.
       01  RM-REASON-TABLE REDEFINES RM-REASON-VALUES.
           05 RM-RSN-CODE         OCCURS 9 TIMES PIC X(02).

       01  RM-AGING-TABLE.
           05 RM-RSN-BUCKET OCCURS 9 TIMES.
              10 RM-RSN-COUNT     PIC 9(08) COMP-3.
              10 RM-RSN-AMOUNT    PIC S9(11)V99 COMP-3.
              10 RM-RSN-AGE-1     PIC 9(08) COMP-3.
              10 RM-RSN-AGE-2     PIC 9(08) COMP-3.
              10 RM-RSN-AGE-4     PIC 9(08) COMP-3.
              10 RM-RSN-AGE-8     PIC 9(08) COMP-3.

       01  RM-AGING-CONTROL.
           05 RM-RSN-INDEX        PIC 9(04) COMP VALUE ZERO.
           05 RM-RSN-HIT          PIC 9(04) COMP VALUE ZERO.
           05 RM-AGE-TOT-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-AGE-TOT-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 RM-AGE-TOT-1        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-AGE-TOT-2        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-AGE-TOT-4        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-AGE-TOT-8        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-UNPRICED-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-RELEASED-COUNT   PIC 9(08) COMP-3 VALUE ZERO.

       01  RM-CYCLE-TOTALS.
           05 RM-OLD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-REJ-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-ADDED-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-REOPEN-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-CLEARED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-REREL-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-FIX-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-DELETE-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-REFUSED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-RE1-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-RE2-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 RM-NEW-COUNT        PIC 9(08) COMP-3 VALUE ZERO.

       01  RM-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-PRT-ACTION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-PRT-PEND-ID      PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-PRT-FIELD        PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-PRT-LINE         PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-PRT-VALUE        PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'BY : '.
           05 RM-PRT-REQUESTER    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'WHY: '.
           05 RM-PRT-REASON       PIC X(42).
           05 FILLER              PIC X(29) VALUE SPACE.

       01  RM-IMAGE-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-IMG-LABEL        PIC X(07).
           05 RM-IMG-TEXT         PIC X(125).

       01  RM-REFUSE-LINE.
           05 FILLER              PIC X(08) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE '** REFUSED - '.
           05 RM-REF-TEXT         PIC X(40).
           05 FILLER              PIC X(72) VALUE SPACE.

       01  RM-CYCLE-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-CYC-TEXT         PIC X(28).
           05 RM-CYC-PEND-ID      PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(07) VALUE 'REASON '.
           05 RM-CYC-REASON       PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(04) VALUE 'KEY '.
           05 RM-CYC-KEY          PIC X(04).
           05 FILLER              PIC X(71) VALUE SPACE.

       01  RM-RSN-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RM-RSN-PRT-CODE     PIC X(06).
           05 RM-RSN-PRT-COUNT    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-RSN-PRT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-RSN-PRT-AGE-1    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-RSN-PRT-AGE-2    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-RSN-PRT-AGE-4    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-RSN-PRT-AGE-8    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(63) VALUE SPACE.

       01  RM-OPEN-LINE.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-OPN-PEND-ID      PIC X(12).
           05 FILLER              PIC X(04) VALUE SPACE.
           05 RM-OPN-FILE-ID      PIC X(01).
           05 FILLER              PIC X(04) VALUE SPACE.
           05 RM-OPN-REASON       PIC X(02).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 RM-OPN-FIRST-DATE   PIC 9(06).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-OPN-AGE          PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 RM-OPN-KEY          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-OPN-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 RM-OPN-PRICED       PIC X(12).
           05 FILLER              PIC X(53) VALUE SPACE.

       01  RM-FILE-STATUSES.
           05 OLD-FILE-STATUS     PIC X(02) VALUE '00'.
           05 REJ-FILE-STATUS     PIC X(02) VALUE '00'.
           05 COR-FILE-STATUS     PIC X(02) VALUE '00'.
           05 NEW-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RE1-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RE2-FILE-STATUS     PIC X(02) VALUE '00'.
           05 LOG-FILE-STATUS     PIC X(02) VALUE '00'.
           05 AGE-FILE-STATUS     PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THIS STEP'S
      *                          COMPLETION RECORD ON THE SAME FILE.
       01  RM-BUSINESS-CONTROL.
           05 RM-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 RM-STEP-NAME        PIC X(08) VALUE 'STKRJM1 '.
           05 RM-STEP-QUAL        PIC X(04) VALUE SPACE.
           05 RM-EDIT-STEP-NAME   PIC X(08) VALUE 'STKEDIT1'.
           05 RM-MARK-DATE        PIC 9(06) VALUE ZERO.
           05 RM-MARK-TIME        PIC 9(08) VALUE ZERO.
           05 RM-MARK-RUN-ID      PIC X(12) VALUE SPACE.

       01  RM-ERROR-INFO.
           05 RM-ERROR-FILE-ID    PIC X(08).
           05 RM-ERROR-STATUS     PIC X(02).

       PROCEDURE DIVISION.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-TAKE-REJECT THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-CLEAR-PASSED THROUGH 30-EXIT
              VARYING RM-PEND-INDEX FROM 1 BY 1
                 UNTIL RM-PEND-INDEX > RM-PEND-COUNT
           PERFORM 35-APPLY-CARD THROUGH 35-EXIT
              UNTIL SW-END-OF-CARDS
           PERFORM 50-WRITE-REENTRY THROUGH 50-EXIT
           PERFORM 60-WRITE-NEW-PENDING THROUGH 60-EXIT
           PERFORM 70-AGING-REPORT THROUGH 70-EXIT
           PERFORM 80-FINISH.

       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           ACCEPT RM-RUN-DATE FROM DATE
           OPEN INPUT REJECTS
           IF REJ-FILE-STATUS NOT = '00'
              MOVE 'REJECTS'  TO RM-ERROR-FILE-ID
              MOVE REJ-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT RJCORR
           IF COR-FILE-STATUS NOT = '00'
              MOVE 'RJCORR'   TO RM-ERROR-FILE-ID
              MOVE COR-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT REJPNEW
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'REJPNEW'  TO RM-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT REENTR1
           IF RE1-FILE-STATUS NOT = '00'
              MOVE 'REENTR1'  TO RM-ERROR-FILE-ID
              MOVE RE1-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT REENTR2
           IF RE2-FILE-STATUS NOT = '00'
              MOVE 'REENTR2'  TO RM-ERROR-FILE-ID
              MOVE RE2-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT RJLOG
           IF LOG-FILE-STATUS NOT = '00'
              MOVE 'RJLOG'    TO RM-ERROR-FILE-ID
              MOVE LOG-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT RJAGE
           IF AGE-FILE-STATUS NOT = '00'
              MOVE 'RJAGE'    TO RM-ERROR-FILE-ID
              MOVE AGE-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-LOAD-PENDING THRU 12-EXIT
           MOVE SPACES TO LG-PRINT-REC
           STRING ' STKRJM1 - REJECT-PENDING CORRECTION LOG  RUN DATE '
                  RM-RUN-DATE
                     DELIMITED BY SIZE
              INTO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT
           MOVE SPACES TO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT
           PERFORM 25-READ-REJECT THRU 25-EXIT
           PERFORM 38-READ-CARD THRU 38-EXIT.

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
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKRJM1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKRJM1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE 'BD'       TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO RM-BUSINESS-DATE
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE RM-STEP-NAME TO BC-STEP-NAME
           MOVE RM-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = RM-BUSINESS-DATE
              DISPLAY 'STKRJM1 - ALREADY COMPLETED FOR BUSINESS DATE '
                      RM-BUSINESS-DATE ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKRJM1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE 'DP'       TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE RM-EDIT-STEP-NAME TO BC-STEP-NAME
           MOVE SPACES       TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = RM-BUSINESS-DATE
                 AND BC-STEP-RETURN-CODE NOT > 4
              MOVE 'Y' TO RM-EDIT-DONE-IND
           ELSE
              DISPLAY 'STKRJM1 - STKEDIT1 HAS NOT COMPLETED FOR '
                      'BUSINESS DATE ' RM-BUSINESS-DATE
              DISPLAY 'STKRJM1 - RELEASED ENTRIES ARE KEPT AND '
                      'RELEASED AGAIN'
           END-IF
           CLOSE BUSCTL
           DISPLAY 'STKRJM1 - BUSINESS DATE ' RM-BUSINESS-DATE.

       07-EXIT.
           EXIT.

      *                         LOAD LAST NIGHT'S GENERATION, AGING
      *                         EVERY ENTRY ONE CYCLE (CAPPED AT
      *                         999), AND NOTE THE HIGHEST SEQUENCE
      *                         ALREADY USED UNDER TODAY'S DATE SO A
      *                         SAME-DAY RERUN DOES NOT REISSUE IDS.
      *                         AN EMPTY GENERATION IS NORMAL.
       12-LOAD-PENDING.
           OPEN INPUT REJPOLD
           IF OLD-FILE-STATUS NOT = '00'
              MOVE 'REJPOLD'  TO RM-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 13-READ-OLD-PENDING THRU 13-EXIT
           PERFORM 12-LOAD-PENDING-ENTRY THRU 12-LOAD-PENDING-ENTRY-EXIT
              UNTIL SW-END-OF-OLD
           CLOSE REJPOLD
           MOVE RM-PEND-COUNT TO RM-OLD-COUNT.

       12-EXIT.
           EXIT.

       12-LOAD-PENDING-ENTRY.
           ADD 1 TO RM-PEND-COUNT
           IF RM-PEND-COUNT > 2000
              MOVE 'REJPOLD'  TO RM-ERROR-FILE-ID
              MOVE 'OF'       TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE OP-RECORD TO RM-PEND-WORK
           IF PW-AGE < 999
              ADD 1 TO PW-AGE
           END-IF
           MOVE PW-PEND-ID TO RM-ID-WORK
           IF RM-ID-DATE = RM-RUN-DATE AND RM-ID-SEQ > RM-NEXT-SEQ
              MOVE RM-ID-SEQ TO RM-NEXT-SEQ
           END-IF
           MOVE 'K'          TO RM-TBL-DISP(RM-PEND-COUNT)
           MOVE 'N'          TO RM-TBL-FIXED(RM-PEND-COUNT)
           MOVE RM-PEND-WORK TO RM-TBL-PEND(RM-PEND-COUNT)
           PERFORM 13-READ-OLD-PENDING THRU 13-EXIT.

       12-LOAD-PENDING-ENTRY-EXIT.
           EXIT.

       13-READ-OLD-PENDING.
           READ REJPOLD
              AT END MOVE 'Y' TO END-OF-OLD-IND
           END-READ
           IF OLD-FILE-STATUS NOT = '00' AND OLD-FILE-STATUS NOT = '10'
              MOVE 'REJPOLD'  TO RM-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       13-EXIT.
           EXIT.

      *                         ONE OF TONIGHT'S REJECTS. A RECORD
      *                         CARRYING A PENDING ID IS A RELEASED
      *                         CORRECTION THAT FAILED AGAIN - IT
      *                         REOPENS ITS OWN ENTRY (KEEPING ITS
      *                         FIRST DATE AND AGE). ANYTHING ELSE,
      *                         INCLUDING AN ID NO LONGER ON FILE,
      *                         IS A NEW OPEN ENTRY.
       20-TAKE-REJECT.
           ADD 1 TO RM-REJ-COUNT
           MOVE SPACE TO RM-PEND-FOUND-IND
           IF RJ-PEND-ID NOT = SPACES
              MOVE RJ-PEND-ID TO RM-SEARCH-ID
              PERFORM 41-FIND-PENDING THRU 41-EXIT
           END-IF
           IF RM-PEND-FOUND
              MOVE RM-TBL-PEND(RM-PEND-HIT) TO RM-PEND-WORK
              IF PW-STATUS NOT = 'R'
                 MOVE SPACE TO RM-PEND-FOUND-IND
              END-IF
           END-IF
           IF RM-PEND-FOUND
              PERFORM 22-REOPEN-PENDING THRU 22-EXIT
           ELSE
              PERFORM 21-ADD-NEW-PENDING THRU 21-EXIT
           END-IF
           PERFORM 25-READ-REJECT THRU 25-EXIT.

       20-EXIT.
           EXIT.

       21-ADD-NEW-PENDING.
           ADD 1 TO RM-PEND-COUNT
           IF RM-PEND-COUNT > 2000
              MOVE 'REJPNEW'  TO RM-ERROR-FILE-ID
              MOVE 'OF'       TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO RM-NEXT-SEQ
           MOVE RM-RUN-DATE TO RM-ID-DATE
           MOVE RM-NEXT-SEQ TO RM-ID-SEQ
           MOVE SPACES         TO RM-PEND-WORK
           MOVE RM-ID-WORK     TO PW-PEND-ID
           MOVE RJ-FILE-ID     TO PW-FILE-ID
           MOVE RJ-REASON-CODE TO PW-REASON-CODE
           MOVE 'O'            TO PW-STATUS
           MOVE RM-RUN-DATE    TO PW-FIRST-DATE
           MOVE 1              TO PW-AGE
           COMPUTE PW-IMAGE-LENGTH = RM-REJ-LENGTH - 15
           MOVE RJ-RECORD-IMAGE(1:PW-IMAGE-LENGTH) TO PW-RECORD-IMAGE
           PERFORM 27-PRICE-ENTRY THRU 27-EXIT
           MOVE 'K'          TO RM-TBL-DISP(RM-PEND-COUNT)
           MOVE 'N'          TO RM-TBL-FIXED(RM-PEND-COUNT)
           MOVE RM-PEND-WORK TO RM-TBL-PEND(RM-PEND-COUNT)
           ADD 1 TO RM-ADDED-COUNT.

       21-EXIT.
           EXIT.

       22-REOPEN-PENDING.
           MOVE RJ-REASON-CODE TO PW-REASON-CODE
           MOVE 'O'            TO PW-STATUS
           COMPUTE PW-IMAGE-LENGTH = RM-REJ-LENGTH - 15
           MOVE SPACES TO PW-RECORD-IMAGE
           MOVE RJ-RECORD-IMAGE(1:PW-IMAGE-LENGTH) TO PW-RECORD-IMAGE
           PERFORM 27-PRICE-ENTRY THRU 27-EXIT
           MOVE RM-PEND-WORK TO RM-TBL-PEND(RM-PEND-HIT)
           ADD 1 TO RM-REOPEN-COUNT
           MOVE 'CORRECTION REJECTED AGAIN' TO RM-CYC-TEXT
           PERFORM 29-PRINT-CYCLE-LINE THRU 29-EXIT.

       22-EXIT.
           EXIT.

       25-READ-REJECT.
           READ REJECTS
              AT END MOVE 'Y' TO END-OF-FILE-IND
           END-READ
           IF REJ-FILE-STATUS NOT = '00' AND REJ-FILE-STATUS NOT = '10'
              MOVE 'REJECTS'  TO RM-ERROR-FILE-ID
              MOVE REJ-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

      *                         PUT A VALUE ON THE ENTRY IN
      *                         RM-PEND-WORK - THE SUM OF ITS LINE-
      *                         ITEM AMOUNTS - WHEN THE IMAGE CAN BE
      *                         READ THAT FAR: AN INFILE2 RECORD
      *                         WITH A NUMERIC LINE COUNT OF 1-10,
      *                         LONG ENOUGH TO HOLD THAT MANY LINES,
      *                         AND EVERY AMOUNT NUMERIC. OTHERWISE
      *                         ZERO, FLAGGED AS NOT KNOWN.
       27-PRICE-ENTRY.
           MOVE ZERO TO PW-AMOUNT
           MOVE 'N'  TO PW-AMOUNT-KNOWN
           IF PW-FILE-ID NOT = '2'
              GO TO 27-EXIT
           END-IF
           MOVE PW-RECORD-IMAGE TO RM-IMAGE-WORK
           IF RM-IMG-COUNT-X NOT NUMERIC
              GO TO 27-EXIT
           END-IF
           IF RM-IMG-COUNT < 1 OR RM-IMG-COUNT > 10
              GO TO 27-EXIT
           END-IF
           IF PW-IMAGE-LENGTH < 15 + (11 * RM-IMG-COUNT)
              GO TO 27-EXIT
           END-IF
           MOVE 'Y'  TO RM-AMOUNT-OK-IND
           MOVE ZERO TO RM-PRICE-TOTAL
           MOVE RM-IMG-COUNT TO RM-LINE-LIMIT
           PERFORM 27-ADD-LINE-AMOUNT THRU 27-ADD-LINE-AMOUNT-EXIT
              VARYING RM-LINE-INDEX FROM 1 BY 1
                 UNTIL RM-LINE-INDEX > RM-LINE-LIMIT
           IF RM-AMOUNT-OK
              MOVE RM-PRICE-TOTAL TO PW-AMOUNT
              MOVE 'Y'            TO PW-AMOUNT-KNOWN
           END-IF.

       27-EXIT.
           EXIT.

       27-ADD-LINE-AMOUNT.
           IF RM-IMG-AMOUNT(RM-LINE-INDEX) NOT NUMERIC
              MOVE 'N' TO RM-AMOUNT-OK-IND
           ELSE
              ADD RM-IMG-AMOUNT(RM-LINE-INDEX) TO RM-PRICE-TOTAL
           END-IF.

       27-ADD-LINE-AMOUNT-EXIT.
           EXIT.

      *                         ONE LINE OF THE CYCLE SECTION OF THE
      *                         LOG FOR THE ENTRY IN RM-PEND-WORK -
      *                         CALLER SETS RM-CYC-TEXT.
       29-PRINT-CYCLE-LINE.
           MOVE PW-PEND-ID          TO RM-CYC-PEND-ID
           MOVE PW-REASON-CODE      TO RM-CYC-REASON
           MOVE PW-RECORD-IMAGE(2:4) TO RM-CYC-KEY
           MOVE RM-CYCLE-LINE       TO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT.

       29-EXIT.
           EXIT.

      *                         AN ENTRY STILL MARKED RELEASED AFTER
      *                         TONIGHT'S REJECTS HAVE BEEN READ WAS
      *                         NOT REJECTED AGAIN - IT PASSED THE
      *                         EDIT AND IS IN THE CLEAN FILES, SO
      *                         IT COMES OFF THE PENDING FILE -
      *                         BUT ONLY IF THE EDIT HAS RUN FOR
      *                         THE CURRENT BUSINESS DATE. IF IT HAS
      *                         NOT, THE RE-ENTRY WAS NEVER READ: THE
      *                         ENTRY IS KEPT AND RELEASED AGAIN.
       30-CLEAR-PASSED.
           IF RM-TBL-DISP(RM-PEND-INDEX) NOT = 'K'
              GO TO 30-EXIT
           END-IF
           MOVE RM-TBL-PEND(RM-PEND-INDEX) TO RM-PEND-WORK
           IF PW-STATUS = 'R' AND NOT RM-EDIT-DONE
              MOVE 'A' TO RM-TBL-FIXED(RM-PEND-INDEX)
              ADD 1 TO RM-REREL-COUNT
              MOVE 'NOT EDITED - RELEASED AGAIN' TO RM-CYC-TEXT
              PERFORM 29-PRINT-CYCLE-LINE THRU 29-EXIT
              GO TO 30-EXIT
           END-IF
           IF PW-STATUS = 'R'
              MOVE 'C' TO RM-TBL-DISP(RM-PEND-INDEX)
              ADD 1 TO RM-CLEARED-COUNT
              MOVE 'CORRECTION PASSED - CLEARED' TO RM-CYC-TEXT
              PERFORM 29-PRINT-CYCLE-LINE THRU 29-EXIT
           END-IF.

       30-EXIT.
           EXIT.

      *                         EDIT ONE CORRECTION CARD AND, IF IT
      *                         PASSES, APPLY IT. THE CARD LINE
      *                         ALWAYS PRINTS; AN APPLIED FIX IS
      *                         FOLLOWED BY THE IMAGE BEFORE AND
      *                         AFTER, A REFUSED CARD BY THE REASON.
       35-APPLY-CARD.
           ADD 1 TO RM-CARD-COUNT
           IF RM-CARD-COUNT = 1
              MOVE SPACES TO LG-PRINT-REC
              PERFORM 48-WRITE-LOG THRU 48-EXIT
              MOVE ' CORRECTION CARDS' TO LG-PRINT-REC
              PERFORM 48-WRITE-LOG THRU 48-EXIT
              MOVE SPACES TO LG-PRINT-REC
              PERFORM 48-WRITE-LOG THRU 48-EXIT
           END-IF
           MOVE 'Y'    TO RM-CARD-OK-IND
           MOVE SPACES TO RM-REFUSE-REASON
           PERFORM 36-EDIT-CARD THRU 36-EXIT
           PERFORM 39-PRINT-CARD-HEAD THRU 39-EXIT
           IF NOT RM-CARD-OK
              ADD 1 TO RM-REFUSED-COUNT
              MOVE RM-REFUSE-REASON TO RM-REF-TEXT
              MOVE RM-REFUSE-LINE TO LG-PRINT-REC
              PERFORM 48-WRITE-LOG THRU 48-EXIT
           ELSE
              IF CR-DELETE
                 MOVE 'D' TO RM-TBL-DISP(RM-PEND-HIT)
                 ADD 1 TO RM-DELETE-COUNT
                 MOVE 'IMAGE:'        TO RM-IMG-LABEL
                 MOVE PW-RECORD-IMAGE TO RM-IMG-TEXT
                 MOVE RM-IMAGE-LINE   TO LG-PRINT-REC
                 PERFORM 48-WRITE-LOG THRU 48-EXIT
              ELSE
                 PERFORM 37-APPLY-FIX THRU 37-EXIT
              END-IF
           END-IF
           MOVE SPACES TO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT
           PERFORM 38-READ-CARD THRU 38-EXIT.

       35-EXIT.
           EXIT.

      *                         THE CARD EDITS - FIRST FAILURE WINS.
      *                         ON A GOOD CARD RM-PEND-HIT POINTS AT
      *                         THE ENTRY AND RM-PEND-WORK HOLDS IT.
      *                         AN ENTRY FIXED EARLIER IN THIS RUN
      *                         MAY TAKE FURTHER CARDS; ONE RELEASED
      *                         ON AN EARLIER NIGHT IS WAITING FOR
      *                         ITS RE-EDIT AND MAY NOT.
       36-EDIT-CARD.
           IF NOT CR-FIX AND NOT CR-DELETE
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'ACTION NOT F OR D' TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           IF CR-REQUESTER = SPACES OR CR-REASON = SPACES
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'REQUESTER AND REASON ARE REQUIRED'
                TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           MOVE CR-PEND-ID TO RM-SEARCH-ID
           PERFORM 41-FIND-PENDING THRU 41-EXIT
           IF NOT RM-PEND-FOUND
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'PENDING ID NOT ON FILE' TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           IF RM-TBL-DISP(RM-PEND-HIT) = 'D'
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'REJECT ALREADY DELETED' TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           IF RM-TBL-DISP(RM-PEND-HIT) = 'C'
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'REJECT ALREADY CLEARED BY THE EDIT'
                TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           MOVE RM-TBL-PEND(RM-PEND-HIT) TO RM-PEND-WORK
           IF PW-STATUS = 'R' AND RM-TBL-FIXED(RM-PEND-HIT) NOT = 'Y'
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'RELEASED - AWAITING RE-EDIT'
                TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           IF CR-DELETE
              GO TO 36-EXIT
           END-IF
           IF PW-RECORD-IMAGE(1:1) = 'A'
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'ADJUSTMENT: DELETE, RE-ENTER VIA STKADJ1'
                TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           IF PW-REASON-CODE = 'TR'
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'TRAILER REJECT - DELETE ONLY'
                TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           IF PW-FILE-ID = '1'
                 AND NOT CR-FIELD-KEY AND NOT CR-FIELD-DATE
                 AND NOT CR-FIELD-TYPE
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'INFILE1 FIELD NOT KY, DT OR TY'
                TO RM-REFUSE-REASON
              GO TO 36-EXIT
           END-IF
           MOVE PW-RECORD-IMAGE TO RM-IMAGE-WORK
           EVALUATE TRUE
              WHEN CR-FIELD-KEY
                 IF CR-VALUE(1:4) = SPACES
                    MOVE 'N' TO RM-CARD-OK-IND
                    MOVE 'KEY VALUE MISSING' TO RM-REFUSE-REASON
                 END-IF
              WHEN CR-FIELD-DATE
                 MOVE CR-VALUE(1:8) TO RM-WORK-DATE(1:8)
                 PERFORM 42-CHECK-DATE THRU 42-EXIT
                 IF NOT RM-CARD-OK
                    MOVE 'DATE NOT A VALID CCYYMMDD'
                      TO RM-REFUSE-REASON
                 END-IF
              WHEN CR-FIELD-TYPE
                 IF (PW-FILE-ID = '1' AND CR-VALUE(1:1) NOT = 'H')
                       OR (PW-FILE-ID = '2'
                           AND CR-VALUE(1:1) NOT = 'D')
                    MOVE 'N' TO RM-CARD-OK-IND
                    MOVE 'TYPE MUST BE H (INFILE1) OR D (INFILE2)'
                      TO RM-REFUSE-REASON
                 END-IF
              WHEN CR-FIELD-COUNT
                 IF CR-VALUE(1:2) NOT NUMERIC
                    MOVE 'N' TO RM-CARD-OK-IND
                    MOVE 'LINE COUNT NOT 01-10' TO RM-REFUSE-REASON
                 ELSE
                    IF CR-VALUE(1:2) < '01' OR CR-VALUE(1:2) > '10'
                       MOVE 'N' TO RM-CARD-OK-IND
                       MOVE 'LINE COUNT NOT 01-10'
                         TO RM-REFUSE-REASON
                    END-IF
                 END-IF
              WHEN CR-FIELD-CODE
                 PERFORM 43-CHECK-LINE THRU 43-EXIT
                 IF RM-CARD-OK AND CR-VALUE(1:4) = SPACES
                    MOVE 'N' TO RM-CARD-OK-IND
                    MOVE 'ITEM CODE VALUE MISSING'
                      TO RM-REFUSE-REASON
                 END-IF
              WHEN CR-FIELD-AMOUNT
                 PERFORM 43-CHECK-LINE THRU 43-EXIT
                 IF RM-CARD-OK
                    IF (CR-AMT-SIGN NOT = SPACE
                          AND CR-AMT-SIGN NOT = '+'
                          AND CR-AMT-SIGN NOT = '-')
                          OR CR-AMT-DIGITS-X NOT NUMERIC
                       MOVE 'N' TO RM-CARD-OK-IND
                       MOVE 'AMOUNT NOT SIGN PLUS SEVEN DIGITS'
                         TO RM-REFUSE-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO RM-CARD-OK-IND
                 MOVE 'FIELD NOT KY, DT, TY, LC, IC OR IA'
                   TO RM-REFUSE-REASON
           END-EVALUATE.

       36-EXIT.
           EXIT.

      *                         FIX ONE FIELD OF THE IMAGE IN
      *                         RM-IMAGE-WORK (LOADED BY THE EDIT),
      *                         RE-PRICE, MARK THE ENTRY RELEASED
      *                         AND FIXED THIS RUN, AND LOG THE
      *                         IMAGE BEFORE AND AFTER.
       37-APPLY-FIX.
           MOVE 'BEFORE:'       TO RM-IMG-LABEL
           MOVE PW-RECORD-IMAGE TO RM-IMG-TEXT
           MOVE RM-IMAGE-LINE   TO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT
           EVALUATE TRUE
              WHEN CR-FIELD-KEY
                 MOVE CR-VALUE(1:4) TO RM-IMG-KEY
              WHEN CR-FIELD-DATE
                 MOVE CR-VALUE(1:8) TO RM-IMG-DATE-X
              WHEN CR-FIELD-TYPE
                 MOVE CR-VALUE(1:1) TO RM-IMG-TYPE
              WHEN CR-FIELD-COUNT
                 MOVE CR-VALUE(1:2) TO RM-IMG-COUNT-X
                 COMPUTE PW-IMAGE-LENGTH = 15 + (11 * RM-IMG-COUNT)
                 IF PW-IMAGE-LENGTH < 125
                    MOVE SPACES
                      TO RM-IMAGE-WORK(PW-IMAGE-LENGTH + 1:)
                 END-IF
              WHEN CR-FIELD-CODE
                 MOVE CR-VALUE(1:4) TO RM-IMG-CODE(CR-LINE)
              WHEN CR-FIELD-AMOUNT
                 MOVE CR-AMT-DIGITS TO RM-NEW-AMOUNT
                 IF CR-AMT-SIGN = '-'
                    COMPUTE RM-NEW-AMOUNT = ZERO - RM-NEW-AMOUNT
                 END-IF
                 MOVE RM-NEW-AMOUNT TO RM-IMG-AMOUNT(CR-LINE)
           END-EVALUATE
           MOVE RM-IMAGE-WORK TO PW-RECORD-IMAGE
           MOVE 'R' TO PW-STATUS
           PERFORM 27-PRICE-ENTRY THRU 27-EXIT
           MOVE RM-PEND-WORK TO RM-TBL-PEND(RM-PEND-HIT)
           MOVE 'Y' TO RM-TBL-FIXED(RM-PEND-HIT)
           ADD 1 TO RM-FIX-COUNT
           MOVE 'AFTER :'       TO RM-IMG-LABEL
           MOVE PW-RECORD-IMAGE TO RM-IMG-TEXT
           MOVE RM-IMAGE-LINE   TO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT.

       37-EXIT.
           EXIT.

       38-READ-CARD.
           READ RJCORR
              AT END MOVE 'Y' TO END-OF-CARDS-IND
           END-READ
           IF COR-FILE-STATUS NOT = '00' AND COR-FILE-STATUS NOT = '10'
              MOVE 'RJCORR'   TO RM-ERROR-FILE-ID
              MOVE COR-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       38-EXIT.
           EXIT.

       39-PRINT-CARD-HEAD.
           EVALUATE TRUE
              WHEN CR-FIX
                 MOVE 'FIX'     TO RM-PRT-ACTION
              WHEN CR-DELETE
                 MOVE 'DELETE'  TO RM-PRT-ACTION
              WHEN OTHER
                 MOVE CR-ACTION TO RM-PRT-ACTION
           END-EVALUATE
           MOVE CR-PEND-ID   TO RM-PRT-PEND-ID
           MOVE CR-FIELD     TO RM-PRT-FIELD
           MOVE CR-LINE-X    TO RM-PRT-LINE
           MOVE CR-VALUE     TO RM-PRT-VALUE
           MOVE CR-REQUESTER TO RM-PRT-REQUESTER
           MOVE CR-REASON    TO RM-PRT-REASON
           MOVE RM-CARD-LINE TO LG-PRINT-REC
           PERFORM 48-WRITE-LOG THRU 48-EXIT.

       39-EXIT.
           EXIT.

      *                         LOOK RM-SEARCH-ID UP IN THE TABLE -
      *                         RM-PEND-HIT POINTS AT IT WHEN FOUND.
       41-FIND-PENDING.
           MOVE SPACE TO RM-PEND-FOUND-IND
           PERFORM 41-MATCH-PENDING THRU 41-MATCH-PENDING-EXIT
              VARYING RM-PEND-INDEX FROM 1 BY 1
                 UNTIL RM-PEND-INDEX > RM-PEND-COUNT
                    OR RM-PEND-FOUND.

       41-EXIT.
           EXIT.

       41-MATCH-PENDING.
           IF RM-TBL-PEND(RM-PEND-INDEX)(1:12) = RM-SEARCH-ID
              MOVE 'Y' TO RM-PEND-FOUND-IND
              MOVE RM-PEND-INDEX TO RM-PEND-HIT
           END-IF.

       41-MATCH-PENDING-EXIT.
           EXIT.

      *                         COMMON CENTURY-DATE CHECK - CALLER
      *                         MOVES THE RAW EIGHT DATE BYTES INTO
      *                         RM-WORK-DATE FIRST. SAME RULES AS
      *                         STKEDIT1 25-CHECK-DATE (1900-2099,
      *                         LEAP YEARS HONOURED).
       42-CHECK-DATE.
           IF RM-WORK-DATE(1:8) NOT NUMERIC
              MOVE 'N' TO RM-CARD-OK-IND
              GO TO 42-EXIT
           END-IF
           IF RM-WORK-YEAR < 1900 OR RM-WORK-YEAR > 2099
              MOVE 'N' TO RM-CARD-OK-IND
              GO TO 42-EXIT
           END-IF
           IF RM-WORK-MONTH < 1 OR RM-WORK-MONTH > 12
              MOVE 'N' TO RM-CARD-OK-IND
              GO TO 42-EXIT
           END-IF
           PERFORM 42-CHECK-LEAP-YEAR THRU 42-LEAP-EXIT
           IF RM-WORK-MONTH = 2 AND RM-WORK-DAY = 29 AND RM-LEAP-YEAR
              GO TO 42-EXIT
           END-IF
           IF RM-WORK-DAY < 1
                 OR RM-WORK-DAY > RM-DAYS-IN-MONTH(RM-WORK-MONTH)
              MOVE 'N' TO RM-CARD-OK-IND
           END-IF.

       42-EXIT.
           EXIT.

       42-CHECK-LEAP-YEAR.
           MOVE 'N' TO RM-LEAP-IND
           DIVIDE RM-WORK-YEAR BY 4
              GIVING RM-LEAP-QUOTIENT
              REMAINDER RM-LEAP-REMAINDER
           IF RM-LEAP-REMAINDER = ZERO
              MOVE 'Y' TO RM-LEAP-IND
              DIVIDE RM-WORK-YEAR BY 100
                 GIVING RM-LEAP-QUOTIENT
                 REMAINDER RM-LEAP-REMAINDER
              IF RM-LEAP-REMAINDER = ZERO
                 DIVIDE RM-WORK-YEAR BY 400
                    GIVING RM-LEAP-QUOTIENT
                    REMAINDER RM-LEAP-REMAINDER
                 IF RM-LEAP-REMAINDER NOT = ZERO
                    MOVE 'N' TO RM-LEAP-IND
                 END-IF
              END-IF
           END-IF.

       42-LEAP-EXIT.
           EXIT.

      *                         AN IC/IA CARD NEEDS A LINE NUMBER
      *                         01-10 THAT FALLS INSIDE THE RECORD
      *                         AS IT STANDS - FIX LC FIRST TO ADD
      *                         LINES TO A SHORT RECORD.
       43-CHECK-LINE.
           IF CR-LINE-X NOT NUMERIC
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'LINE NUMBER NOT 01-10' TO RM-REFUSE-REASON
              GO TO 43-EXIT
           END-IF
           IF CR-LINE < 1 OR CR-LINE > 10
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'LINE NUMBER NOT 01-10' TO RM-REFUSE-REASON
              GO TO 43-EXIT
           END-IF
           IF 15 + (11 * CR-LINE) > PW-IMAGE-LENGTH
              MOVE 'N' TO RM-CARD-OK-IND
              MOVE 'LINE BEYOND RECORD - FIX LC FIRST'
                TO RM-REFUSE-REASON
           END-IF.

       43-EXIT.
           EXIT.

       48-WRITE-LOG.
           WRITE LG-PRINT-REC
           IF LOG-FILE-STATUS NOT = '00'
              MOVE 'RJLOG'    TO RM-ERROR-FILE-ID
              MOVE LOG-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       48-EXIT.
           EXIT.

      *                         RELEASE TONIGHT'S FIXES - COLLECT
      *                         EVERY ENTRY FIXED THIS RUN AND STILL
      *                         KEPT, ORDER THEM ON FILE ID PLUS KEY,
      *                         AND WRITE EACH TO ITS RE-ENTRY FILE.
       50-WRITE-REENTRY.
           PERFORM 51-COLLECT-FIXED THRU 51-EXIT
              VARYING RM-PEND-INDEX FROM 1 BY 1
                 UNTIL RM-PEND-INDEX > RM-PEND-COUNT
           PERFORM 52-SORT-PASS THRU 52-EXIT
              VARYING RM-SORT-I FROM 1 BY 1
                 UNTIL RM-SORT-I NOT < RM-SORT-COUNT
           PERFORM 54-WRITE-REENTRY-REC THRU 54-EXIT
              VARYING RM-SORT-I FROM 1 BY 1
                 UNTIL RM-SORT-I > RM-SORT-COUNT.

       50-EXIT.
           EXIT.

       51-COLLECT-FIXED.
           IF RM-TBL-DISP(RM-PEND-INDEX) = 'K'
                 AND (RM-TBL-FIXED(RM-PEND-INDEX) = 'Y'
                   OR RM-TBL-FIXED(RM-PEND-INDEX) = 'A')
              MOVE RM-TBL-PEND(RM-PEND-INDEX) TO RM-PEND-WORK
              ADD 1 TO RM-SORT-COUNT
              MOVE PW-FILE-ID          TO RM-SRT-KEY(RM-SORT-COUNT)(1:1)
              MOVE PW-RECORD-IMAGE(2:4)
                TO RM-SRT-KEY(RM-SORT-COUNT)(2:4)
              MOVE RM-PEND-INDEX       TO RM-SRT-INDEX(RM-SORT-COUNT)
           END-IF.

       51-EXIT.
           EXIT.

      *                         ONE EXCHANGE-SORT PASS - BRING THE
      *                         LOWEST REMAINING KEY UP TO SLOT I.
       52-SORT-PASS.
           COMPUTE RM-SORT-START = RM-SORT-I + 1
           PERFORM 53-SORT-COMPARE THRU 53-EXIT
              VARYING RM-SORT-J FROM RM-SORT-START BY 1
                 UNTIL RM-SORT-J > RM-SORT-COUNT.

       52-EXIT.
           EXIT.

       53-SORT-COMPARE.
           IF RM-SRT-KEY(RM-SORT-J) < RM-SRT-KEY(RM-SORT-I)
              MOVE RM-SRT-KEY(RM-SORT-I)   TO RM-SORT-HOLD-KEY
              MOVE RM-SRT-INDEX(RM-SORT-I) TO RM-SORT-HOLD-INDEX
              MOVE RM-SRT-KEY(RM-SORT-J)   TO RM-SRT-KEY(RM-SORT-I)
              MOVE RM-SRT-INDEX(RM-SORT-J) TO RM-SRT-INDEX(RM-SORT-I)
              MOVE RM-SORT-HOLD-KEY        TO RM-SRT-KEY(RM-SORT-J)
              MOVE RM-SORT-HOLD-INDEX      TO RM-SRT-INDEX(RM-SORT-J)
           END-IF.

       53-EXIT.
           EXIT.

       54-WRITE-REENTRY-REC.
           MOVE RM-SRT-INDEX(RM-SORT-I) TO RM-PEND-INDEX
           MOVE RM-TBL-PEND(RM-PEND-INDEX) TO RM-PEND-WORK
           IF PW-FILE-ID = '1'
              MOVE PW-PEND-ID            TO R1-PEND-ID
              MOVE PW-RECORD-IMAGE(1:13) TO R1-RECORD-IMAGE
              WRITE R1-RECORD
              IF RE1-FILE-STATUS NOT = '00'
                 MOVE 'REENTR1'  TO RM-ERROR-FILE-ID
                 MOVE RE1-FILE-STATUS TO RM-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
              ADD 1 TO RM-RE1-COUNT
           ELSE
              MOVE PW-PEND-ID      TO R2-PEND-ID
              MOVE PW-RECORD-IMAGE TO R2-RECORD-IMAGE
              COMPUTE RM-RE2-LENGTH = 12 + PW-IMAGE-LENGTH
              WRITE R2-RECORD
              IF RE2-FILE-STATUS NOT = '00'
                 MOVE 'REENTR2'  TO RM-ERROR-FILE-ID
                 MOVE RE2-FILE-STATUS TO RM-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
              ADD 1 TO RM-RE2-COUNT
           END-IF.

       54-EXIT.
           EXIT.

      *                         THE NEW GENERATION - EVERY ENTRY
      *                         STILL KEPT (OPEN OR RELEASED), IN
      *                         PENDING-ID ORDER.
       60-WRITE-NEW-PENDING.
           PERFORM 61-WRITE-PENDING-ENTRY THRU 61-EXIT
              VARYING RM-PEND-INDEX FROM 1 BY 1
                 UNTIL RM-PEND-INDEX > RM-PEND-COUNT.

       60-EXIT.
           EXIT.

       61-WRITE-PENDING-ENTRY.
           IF RM-TBL-DISP(RM-PEND-INDEX) NOT = 'K'
              GO TO 61-EXIT
           END-IF
           MOVE RM-TBL-PEND(RM-PEND-INDEX) TO NP-RECORD
           WRITE NP-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'REJPNEW'  TO RM-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO RM-NEW-COUNT.

       61-EXIT.
           EXIT.

      *                         AGING REPORT - OPEN REJECTS ONLY
      *                         (RELEASED ENTRIES ARE WAITING ON THE
      *                         NEXT EDIT AND ARE COUNTED ON THEIR
      *                         OWN LINE). SUMMARY BY REASON CODE
      *                         FIRST, THEN EVERY OPEN REJECT,
      *                         OLDEST FIRST, WITH ITS PENDING ID
      *                         FOR THE CORRECTION CARD.
       70-AGING-REPORT.
           PERFORM 71-CLEAR-BUCKET THRU 71-CLEAR-BUCKET-EXIT
              VARYING RM-RSN-INDEX FROM 1 BY 1
                 UNTIL RM-RSN-INDEX > 9
           PERFORM 71-BUCKET-ENTRY THRU 71-EXIT
              VARYING RM-PEND-INDEX FROM 1 BY 1
                 UNTIL RM-PEND-INDEX > RM-PEND-COUNT
           MOVE SPACES TO AG-PRINT-REC
           STRING ' STKRJM1 - OPEN REJECT AGING REPORT  RUN DATE '
                  RM-RUN-DATE
                     DELIMITED BY SIZE
              INTO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           MOVE SPACES TO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           IF RM-AGE-TOT-COUNT = ZERO
              MOVE ' NO OPEN REJECTS' TO AG-PRINT-REC
              PERFORM 78-WRITE-AGING THRU 78-EXIT
              GO TO 70-REPORT-DONE
           END-IF
           MOVE ' REASON   OPEN        OPEN AMOUNT   1 NIGHT'
             TO AG-PRINT-REC
           MOVE '  2-3 NTS  4-7 NTS   8+ NTS' TO AG-PRINT-REC(44:)
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           PERFORM 72-PRINT-REASON THRU 72-EXIT
              VARYING RM-RSN-INDEX FROM 1 BY 1
                 UNTIL RM-RSN-INDEX > 9
           MOVE 'TOTAL'           TO RM-RSN-PRT-CODE
           MOVE RM-AGE-TOT-COUNT  TO RM-RSN-PRT-COUNT
           MOVE RM-AGE-TOT-AMOUNT TO RM-RSN-PRT-AMOUNT
           MOVE RM-AGE-TOT-1      TO RM-RSN-PRT-AGE-1
           MOVE RM-AGE-TOT-2      TO RM-RSN-PRT-AGE-2
           MOVE RM-AGE-TOT-4      TO RM-RSN-PRT-AGE-4
           MOVE RM-AGE-TOT-8      TO RM-RSN-PRT-AGE-8
           MOVE SPACES TO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           MOVE RM-RSN-LINE TO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           IF RM-UNPRICED-COUNT > ZERO
              MOVE SPACES TO AG-PRINT-REC
              STRING ' OPEN REJECTS WITH NO READABLE AMOUNT '
                     '(NOT IN THE AMOUNT COLUMN) ... '
                        DELIMITED BY SIZE
                 INTO AG-PRINT-REC
              MOVE RM-UNPRICED-COUNT TO RM-RSN-PRT-COUNT
              MOVE RM-RSN-PRT-COUNT  TO AG-PRINT-REC(72:7)
              PERFORM 78-WRITE-AGING THRU 78-EXIT
           END-IF
           MOVE SPACES TO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           MOVE '  PENDING ID    FILE  RSN    FIRST  AGE   KEY'
             TO AG-PRINT-REC
           MOVE '              AMOUNT' TO AG-PRINT-REC(46:)
           PERFORM 78-WRITE-AGING THRU 78-EXIT
           PERFORM 73-PRINT-OPEN-DETAIL THRU 73-EXIT
              VARYING RM-PEND-INDEX FROM 1 BY 1
                 UNTIL RM-PEND-INDEX > RM-PEND-COUNT.

       70-REPORT-DONE.
           IF RM-RELEASED-COUNT > ZERO
              MOVE SPACES TO AG-PRINT-REC
              PERFORM 78-WRITE-AGING THRU 78-EXIT
              MOVE ' CORRECTIONS RELEASED, AWAITING THE NEXT EDIT ... '
                TO AG-PRINT-REC
              MOVE RM-RELEASED-COUNT TO RM-RSN-PRT-COUNT
              MOVE RM-RSN-PRT-COUNT  TO AG-PRINT-REC(52:7)
              PERFORM 78-WRITE-AGING THRU 78-EXIT
           END-IF.

       70-EXIT.
           EXIT.

       71-CLEAR-BUCKET.
           MOVE ZERO TO RM-RSN-COUNT(RM-RSN-INDEX)
           MOVE ZERO TO RM-RSN-AMOUNT(RM-RSN-INDEX)
           MOVE ZERO TO RM-RSN-AGE-1(RM-RSN-INDEX)
           MOVE ZERO TO RM-RSN-AGE-2(RM-RSN-INDEX)
           MOVE ZERO TO RM-RSN-AGE-4(RM-RSN-INDEX)
           MOVE ZERO TO RM-RSN-AGE-8(RM-RSN-INDEX).

       71-CLEAR-BUCKET-EXIT.
           EXIT.

       71-BUCKET-ENTRY.
           IF RM-TBL-DISP(RM-PEND-INDEX) NOT = 'K'
              GO TO 71-EXIT
           END-IF
           MOVE RM-TBL-PEND(RM-PEND-INDEX) TO RM-PEND-WORK
           IF PW-STATUS = 'R'
              ADD 1 TO RM-RELEASED-COUNT
              GO TO 71-EXIT
           END-IF
           MOVE 9 TO RM-RSN-HIT
           PERFORM 71-MATCH-REASON THRU 71-MATCH-REASON-EXIT
              VARYING RM-RSN-INDEX FROM 1 BY 1
                 UNTIL RM-RSN-INDEX > 8
           ADD 1         TO RM-RSN-COUNT(RM-RSN-HIT)
           ADD PW-AMOUNT TO RM-RSN-AMOUNT(RM-RSN-HIT)
           ADD 1         TO RM-AGE-TOT-COUNT
           ADD PW-AMOUNT TO RM-AGE-TOT-AMOUNT
           IF PW-AMOUNT-KNOWN NOT = 'Y'
              ADD 1 TO RM-UNPRICED-COUNT
           END-IF
           EVALUATE TRUE
              WHEN PW-AGE < 2
                 ADD 1 TO RM-RSN-AGE-1(RM-RSN-HIT)
                 ADD 1 TO RM-AGE-TOT-1
              WHEN PW-AGE < 4
                 ADD 1 TO RM-RSN-AGE-2(RM-RSN-HIT)
                 ADD 1 TO RM-AGE-TOT-2
              WHEN PW-AGE < 8
                 ADD 1 TO RM-RSN-AGE-4(RM-RSN-HIT)
                 ADD 1 TO RM-AGE-TOT-4
              WHEN OTHER
                 ADD 1 TO RM-RSN-AGE-8(RM-RSN-HIT)
                 ADD 1 TO RM-AGE-TOT-8
           END-EVALUATE.

       71-EXIT.
           EXIT.

       71-MATCH-REASON.
           IF PW-REASON-CODE = RM-RSN-CODE(RM-RSN-INDEX)
              MOVE RM-RSN-INDEX TO RM-RSN-HIT
           END-IF.

       71-MATCH-REASON-EXIT.
           EXIT.

      *                         ONE SUMMARY ROW PER REASON CODE THAT
      *                         HAS OPEN REJECTS.
       72-PRINT-REASON.
           IF RM-RSN-COUNT(RM-RSN-INDEX) = ZERO
              GO TO 72-EXIT
           END-IF
           IF RM-RSN-INDEX = 9
              MOVE 'OTHER' TO RM-RSN-PRT-CODE
           ELSE
              MOVE RM-RSN-CODE(RM-RSN-INDEX) TO RM-RSN-PRT-CODE
           END-IF
           MOVE RM-RSN-COUNT(RM-RSN-INDEX)  TO RM-RSN-PRT-COUNT
           MOVE RM-RSN-AMOUNT(RM-RSN-INDEX) TO RM-RSN-PRT-AMOUNT
           MOVE RM-RSN-AGE-1(RM-RSN-INDEX)  TO RM-RSN-PRT-AGE-1
           MOVE RM-RSN-AGE-2(RM-RSN-INDEX)  TO RM-RSN-PRT-AGE-2
           MOVE RM-RSN-AGE-4(RM-RSN-INDEX)  TO RM-RSN-PRT-AGE-4
           MOVE RM-RSN-AGE-8(RM-RSN-INDEX)  TO RM-RSN-PRT-AGE-8
           MOVE RM-RSN-LINE TO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT.

       72-EXIT.
           EXIT.

       73-PRINT-OPEN-DETAIL.
           IF RM-TBL-DISP(RM-PEND-INDEX) NOT = 'K'
              GO TO 73-EXIT
           END-IF
           MOVE RM-TBL-PEND(RM-PEND-INDEX) TO RM-PEND-WORK
           IF PW-STATUS NOT = 'O'
              GO TO 73-EXIT
           END-IF
           MOVE PW-PEND-ID           TO RM-OPN-PEND-ID
           MOVE PW-FILE-ID           TO RM-OPN-FILE-ID
           MOVE PW-REASON-CODE       TO RM-OPN-REASON
           MOVE PW-FIRST-DATE        TO RM-OPN-FIRST-DATE
           MOVE PW-AGE               TO RM-OPN-AGE
           MOVE PW-RECORD-IMAGE(2:4) TO RM-OPN-KEY
           MOVE PW-AMOUNT            TO RM-OPN-AMOUNT
           IF PW-AMOUNT-KNOWN = 'Y'
              MOVE SPACES         TO RM-OPN-PRICED
           ELSE
              MOVE 'NOT READABLE' TO RM-OPN-PRICED
           END-IF
           MOVE RM-OPEN-LINE TO AG-PRINT-REC
           PERFORM 78-WRITE-AGING THRU 78-EXIT.

       73-EXIT.
           EXIT.

       78-WRITE-AGING.
           WRITE AG-PRINT-REC
           IF AGE-FILE-STATUS NOT = '00'
              MOVE 'RJAGE'    TO RM-ERROR-FILE-ID
              MOVE AGE-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       78-EXIT.
           EXIT.

       80-FINISH.
           CLOSE REJECTS RJCORR REJPNEW REENTR1 REENTR2 RJLOG RJAGE
           DISPLAY '***** STKRJM1 REJECT-PENDING CYCLE TOTALS *****'
           DISPLAY 'ENTRIES ON OLD PENDING ... ' RM-OLD-COUNT
           DISPLAY 'REJECTS READ ............. ' RM-REJ-COUNT
           DISPLAY 'NEW REJECTS ADDED ........ ' RM-ADDED-COUNT
           DISPLAY 'CORRECTIONS REJECTED AGAIN ' RM-REOPEN-COUNT
           DISPLAY 'CORRECTIONS CLEARED ...... ' RM-CLEARED-COUNT
           DISPLAY 'RELEASED AGAIN (NO EDIT) . ' RM-REREL-COUNT
           DISPLAY 'CORRECTION CARDS READ .... ' RM-CARD-COUNT
           DISPLAY 'FIELDS FIXED ............. ' RM-FIX-COUNT
           DISPLAY 'REJECTS DELETED .......... ' RM-DELETE-COUNT
           DISPLAY 'CARDS REFUSED ............ ' RM-REFUSED-COUNT
           DISPLAY 'RELEASED TO REENTR1 ...... ' RM-RE1-COUNT
           DISPLAY 'RELEASED TO REENTR2 ...... ' RM-RE2-COUNT
           DISPLAY 'ENTRIES ON NEW PENDING ... ' RM-NEW-COUNT
           DISPLAY 'OPEN REJECTS ............. ' RM-AGE-TOT-COUNT
           DISPLAY 'OPEN REJECT AMOUNT ....... ' RM-AGE-TOT-AMOUNT
           IF RM-REFUSED-COUNT > ZERO
              DISPLAY '*** WARNING - CORRECTION CARDS REFUSED - '
                      'SEE THE CORRECTION LOG ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'ALL CORRECTION CARDS APPLIED'
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
           ACCEPT RM-MARK-DATE FROM DATE
           ACCEPT RM-MARK-TIME FROM TIME
           STRING RM-MARK-DATE      DELIMITED BY SIZE
                  RM-MARK-TIME(1:6) DELIMITED BY SIZE
                  INTO RM-MARK-RUN-ID
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE RM-STEP-NAME TO BC-STEP-NAME
           MOVE RM-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO RM-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO RM-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE RM-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE RM-MARK-RUN-ID   TO BC-STEP-RUN-ID
           MOVE RM-MARK-DATE     TO BC-STEP-DATE
           MOVE RM-MARK-TIME     TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKRJM1 - FATAL ERROR ON ' RM-ERROR-FILE-ID
                   ' - STATUS = ' RM-ERROR-STATUS
           DISPLAY 'STKRJM1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' RM-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKRJM1 - FATAL ERROR ON ' RM-ERROR-FILE-ID
                   ' - STATUS = ' RM-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE REJPOLD REJECTS RJCORR REJPNEW REENTR1 REENTR2
                 RJLOG RJAGE
           STOP RUN.

       90-EXIT.
           EXIT.
