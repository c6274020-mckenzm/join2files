      *-------------------------------------------------------------*
      *  STKADJ1 : MANUAL ADJUSTMENTS UNDER MAKER-CHECKER CONTROL.   *
      *            OPERATIONS ENTER AN ADJUSTMENT TO AN ACCOUNT (THE *
      *            MAKER) AND A SECOND, DIFFERENT USER APPROVES OR   *
      *            REJECTS IT (THE CHECKER) - NO ONE USER CAN BOTH   *
      *            ENTER AND APPROVE. THE ADJUSTMENT REGISTER        *
      *            (ADJPEND GDG - SEE THE STKADJP COPYBOOK) CARRIES  *
      *            EVERY ADJUSTMENT FROM ENTRY TO RELEASE. EACH RUN  *
      *            LOADS THE CURRENT GENERATION, APPLIES THE CARDS   *
      *            (ADJCARD) IN CARD ORDER AND CUTS A NEW ONE:       *
      *              E - ENTER A NEW ADJUSTMENT (STATUS P). THE      *
      *                  ACCOUNT MUST BE OPEN ON THE MASTER, THE     *
      *                  TRAN DATE A VALID CCYYMMDD NOT AFTER THE    *
      *                  BUSINESS DATE NOR BEFORE THE ACCOUNT WAS    *
      *                  OPENED, THE ITEM CODE ACTIVE ON THE ITEM-   *
      *                  CODE MASTER FOR THAT DATE, AND THE AMOUNT   *
      *                  NOT ZERO. THE REGISTER ASSIGNS THE ID.      *
      *              A - APPROVE A PENDING ADJUSTMENT (STATUS A)     *
      *              R - REJECT A PENDING ADJUSTMENT (STATUS R,      *
      *                  NOTE REQUIRED)                              *
      *            AN A OR R CARD FROM THE USER WHO ENTERED THE      *
      *            ADJUSTMENT IS REFUSED, AND SO IS AN A OR R CARD   *
      *            FOR AN ADJUSTMENT ENTERED IN THE SAME RUN - THE   *
      *            USER-ID IS ONLY WHAT IS KEYED ON THE CARD, SO THE *
      *            CHECKER'S DECISION MUST COME IN A LATER DECK THAN *
      *            THE MAKER'S ENTRY.                                *
      *            PARM 'M' (THE DEFAULT) IS A DAYTIME MAINTENANCE   *
      *            RUN. PARM 'R' IS THE NIGHTLY RELEASE, RUN ONCE    *
      *            PER BUSINESS DATE BEFORE THE EDIT STEP: AFTER ANY *
      *            A OR R CARDS (E CARDS ARE REFUSED IN A RELEASE    *
      *            RUN), EVERY APPROVED ADJUSTMENT IS RELEASED       *
      *            (STATUS L) TO THE RELEASE FILE (ADJREL) AS A ONE- *
      *            LINE INFILE2 DETAIL WITH RECORD TYPE 'A', IN      *
      *            ACCOUNT AND TRAN-DATE ORDER, BEHIND A CONTROL     *
      *            RECORD CARRYING THE BUSINESS DATE, COUNT AND      *
      *            AMOUNT (SEE STKADJH). STKEDIT1 MERGES THE FILE    *
      *            INTO THE INFILE2 STREAM, SO AN ADJUSTMENT GETS    *
      *            THE FULL EDITS, THE JOIN AND THE POSTING, AND IS  *
      *            MARKED AS AN ADJUSTMENT ON THE AUDIT STAMP. A     *
      *            RELEASE RERUN FOR THE SAME BUSINESS DATE (AFTER A *
      *            STKBDMJ STEP CARD) ALSO RE-SENDS THE ENTRIES      *
      *            RELEASED EARLIER THAT DATE, SO THE NEW ADJREL     *
      *            GENERATION ALWAYS CARRIES THE WHOLE DAY'S         *
      *            RELEASE; THEY ARE NOT AUDITED A SECOND TIME.      *
      *            REJECTED AND RELEASED ENTRIES ARE DROPPED FROM    *
      *            THE REGISTER ON THE NEXT BUSINESS DATE.           *
      *            CARD LAYOUT (80 BYTES):                           *
      *              1      ACTION (E, A OR R)                       *
      *              2-13   ADJUSTMENT ID (A AND R ONLY)             *
      *              14-17  ACCOUNT KEY          (E ONLY)            *
      *              18-25  TRAN DATE CCYYMMDD   (E ONLY)            *
      *              26-29  ITEM CODE            (E ONLY)            *
      *              30     SIGN ('+', '-' OR BLANK) (E ONLY)        *
      *              31-37  AMOUNT, SEVEN DIGITS WITH TWO IMPLIED    *
      *                     DECIMALS             (E ONLY)            *
      *              38-45  USER-ID OF THE MAKER OR CHECKER          *
      *              46-80  REASON (E), NOTE (R; OPTIONAL ON A)      *
      *            EVERY CARD PRINTS ON THE ADJUSTMENT LOG (ADJLOG); *
      *            EVERY APPLIED CARD AND EVERY RELEASE IS APPENDED  *
      *            TO THE ADJUSTMENT AUDIT TRAIL (ADJAUD) - HELD IN  *
      *            STORAGE AND WRITTEN ONLY ONCE THE NEW REGISTER    *
      *            IS WRITTEN (AND A RELEASE MARKED COMPLETE), SO A  *
      *            RUN THAT FAILS BEFORE THEN LEAVES NOTHING ON THE  *
      *            TRAIL. AN ERROR ON THE TRAIL ITSELF ENDS RC=4     *
      *            WITH THE OUTPUTS KEPT AND THE RECORDS NOT WRITTEN *
      *            COUNTED ON SYSOUT, FOR KEYING FROM ADJLOG. THE    *
      *            STATUS REPORT (ADJRPT) LISTS THE PENDING,         *
      *            APPROVED, REJECTED AND RELEASED ADJUSTMENTS WITH  *
      *            A COUNT AND AMOUNT FOR EACH.                      *
      *            RETURN CODES: 0 = EVERY CARD APPLIED, 4 = ONE OR  *
      *            MORE CARDS REFUSED (THE APPLIED CARDS STAND),     *
      *            16 = BAD PARM, I/O ERROR OR THE REGISTER FULL.    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'STKADJ1'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT ADJPOLD ASSIGN TO UT-S-ADJPOLD
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT ADJCARD ASSIGN TO UT-S-ADJCARD
               FILE STATUS IS CRD-FILE-STATUS.
           SELECT ADJPNEW ASSIGN TO UT-S-ADJPNEW
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT ADJREL  ASSIGN TO UT-S-ADJREL
               FILE STATUS IS REL-FILE-STATUS.
           SELECT ADJLOG  ASSIGN TO UT-S-ADJLOG
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT ADJRPT  ASSIGN TO UT-S-ADJRPT
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ADJAUD  ASSIGN TO UT-S-ADJAUD
               FILE STATUS IS AU-FILE-STATUS.
           SELECT ITEMMST ASSIGN TO UT-S-ITEMMST
               FILE STATUS IS ITM-FILE-STATUS.
           SELECT ACCTMST ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-KEY
               FILE STATUS IS AM-FILE-STATUS.
           SELECT BUSCTL  ASSIGN TO BUSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
      *--------------*
       FILE SECTION.
      *                          THE CURRENT REGISTER GENERATION -
      *                          STKADJP LAYOUT, MOVED WHOLE INTO
      *                          AD-REG-WORK TO BE LOOKED AT.
       FD  ADJPOLD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS OR-RECORD.
       01  OR-RECORD                      PIC X(150).

      *                          ONE ADJUSTMENT CARD - SEE THE
      *                          LAYOUT IN THE PROGRAM BANNER.
       FD  ADJCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AC-RECORD.
       01  AC-RECORD.
           05 AC-ACTION                   PIC X(01).
              88 AC-ENTER                      VALUE 'E'.
              88 AC-APPROVE                    VALUE 'A'.
              88 AC-REJECT                     VALUE 'R'.
           05 AC-ADJ-ID                   PIC X(12).
           05 AC-ACCOUNT-KEY              PIC X(04).
           05 AC-TRAN-DATE-X              PIC X(08).
           05 AC-TRAN-DATE REDEFINES AC-TRAN-DATE-X
                                          PIC 9(08).
           05 AC-ITEM-CODE                PIC X(04).
           05 AC-AMOUNT-X.
              10 AC-AMT-SIGN              PIC X(01).
              10 AC-AMT-DIGITS-X          PIC X(07).
              10 AC-AMT-DIGITS REDEFINES AC-AMT-DIGITS-X
                                          PIC 9(05)V99.
           05 AC-USER-ID                  PIC X(08).
           05 AC-TEXT                     PIC X(35).

       FD  ADJPNEW
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NR-RECORD.
       01  NR-RECORD                      PIC X(150).

      *                          RELEASED ADJUSTMENTS FOR TONIGHT'S
      *                          STKEDIT1 - THE STKADJH CONTROL
      *                          RECORD, THEN ONE RAW INFILE2 DETAIL
      *                          (TYPE 'A', ONE LINE ITEM) PER
      *                          ADJUSTMENT, ASCENDING ACCOUNT KEY.
       FD  ADJREL
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 15 TO 125 CHARACTERS
              DEPENDING ON AD-REL-LENGTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AR-RECORD.
       01  AR-RECORD                      PIC X(125).

       FD  ADJLOG
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS LG-PRINT-REC.
       01  LG-PRINT-REC                   PIC X(133).

       FD  ADJRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RP-PRINT-REC.
       01  RP-PRINT-REC                   PIC X(133).

      *                          ADJUSTMENT AUDIT TRAIL - ONE RECORD
      *                          PER APPLIED CARD AND PER RELEASE,
      *                          HELD IN AD-AUD-TABLE UNTIL THE RUN
      *                          HAS FINISHED, THEN APPENDED (OPEN
      *                          EXTEND) SO THE FILE
      *                          HOLDS THE WHOLE LIFE OF EVERY
      *                          ADJUSTMENT: WHEN, WHAT, WHO, THE
      *                          STATUS BEFORE AND AFTER, AND WHY.
       FD  ADJAUD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AU-RECORD.
       01  AU-RECORD.
           05 AU-LOG-DATE                 PIC 9(06).
           05 AU-LOG-TIME                 PIC 9(08).
           05 AU-BUS-DATE                 PIC 9(08).
           05 AU-ACTION                   PIC X(01).
           05 AU-USER-ID                  PIC X(08).
           05 AU-ADJ-ID                   PIC X(12).
           05 AU-ACCOUNT-KEY              PIC X(04).
           05 AU-TRAN-DATE                PIC 9(08).
           05 AU-ITEM-CODE                PIC X(04).
           05 AU-AMOUNT                   PIC S9(05)V99.
           05 AU-BEF-STATUS               PIC X(01).
           05 AU-AFT-STATUS               PIC X(01).
           05 AU-TEXT                     PIC X(35).
           05 FILLER                      PIC X(47).

      *                          BUSINESS-MAINTAINED ITEM-CODE MASTER
      *                          - LOADED WHOLE INTO AD-ITEM-TABLE
      *                          DURING 10-SETUP.
       FD  ITEMMST
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS IM-RECORD.
       01  IM-RECORD.
           COPY STKITEM REPLACING
              ==STK-IM-ITEM-CODE==   BY ==IM-ITEM-CODE==
              ==STK-IM-DESCRIPTION== BY ==IM-DESCRIPTION==
              ==STK-IM-STATUS==      BY ==IM-STATUS==
              ==STK-IM-EFF-DATE==    BY ==IM-EFF-DATE==.

      *                          ACCOUNT MASTER - READ ONLY, TO
      *                          CHECK THE ACCOUNT IS OPEN.
       FD  ACCTMST
           RECORD CONTAINS 100 CHARACTERS
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

      *                          BUSINESS-DATE CONTROL FILE - THE
      *                          CURRENT BUSINESS DATE AND, FOR THE
      *                          NIGHTLY RELEASE, THIS STEP'S
      *                          COMPLETION RECORD. SEE STKBCTL.
       FD  BUSCTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BC-RECORD.
       01  BC-RECORD.
           COPY STKBCTL.

       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-CARDS-IND    PIC X VALUE SPACE.
              88 SW-END-OF-CARDS        VALUE 'Y'.
           05 END-OF-OLD-IND      PIC X VALUE SPACE.
              88 SW-END-OF-OLD          VALUE 'Y'.
           05 END-OF-ITEM-IND     PIC X VALUE SPACE.
              88 SW-END-OF-ITEMS        VALUE 'Y'.
           05 AD-FOUND-IND        PIC X VALUE SPACE.
              88 AD-ACCOUNT-FOUND       VALUE 'Y'.
           05 AD-ENTRY-FOUND-IND  PIC X VALUE SPACE.
              88 AD-ENTRY-FOUND         VALUE 'Y'.
           05 AD-ITEM-FOUND-IND   PIC X VALUE SPACE.
              88 AD-ITEM-FOUND          VALUE 'Y'.
           05 AD-CARD-OK-IND      PIC X VALUE 'Y'.
              88 AD-CARD-OK             VALUE 'Y'.

      *                          RUN MODE FROM THE EXEC PARM -
      *                          'M' MAINTENANCE (THE DEFAULT) OR
      *                          'R' THE NIGHTLY RELEASE.
       01  AD-RUN-MODE            PIC X(01) VALUE 'M'.
           88 AD-MAINT-MODE             VALUE 'M'.
           88 AD-RELEASE-MODE           VALUE 'R'.

       01  AD-REL-LENGTH          PIC 9(03) COMP VALUE ZERO.

      *                          THE WHOLE REGISTER IN MEMORY, IN ID
      *                          ORDER (LOADED ENTRIES AS READ, THIS
      *                          RUN'S APPENDED WITH HIGHER IDS).
       01  AD-REG-TABLE.
           05 AD-REG-COUNT        PIC 9(04) COMP VALUE ZERO.
           05 AD-REG-ENTRY OCCURS 1000 TIMES.
              10 AD-TBL-REG       PIC X(150).

       01  AD-REG-CONTROL.
           05 AD-REG-INDEX        PIC 9(04) COMP VALUE ZERO.
           05 AD-REG-HIT          PIC 9(04) COMP VALUE ZERO.
           05 AD-LOADED-COUNT     PIC 9(04) COMP VALUE ZERO.
           05 AD-NEXT-SEQ         PIC 9(04) VALUE ZERO.
           05 AD-ID-WORK.
              10 AD-ID-DATE       PIC 9(08).
              10 AD-ID-SEQ        PIC 9(04).
           05 AD-BEF-STATUS       PIC X(01) VALUE SPACE.

      *                          ONE REGISTER ENTRY BEING LOOKED AT
      *                          OR CHANGED - MOVED OUT OF THE
      *                          TABLE, WORKED ON, MOVED BACK.
       01  AD-REG-WORK.
           COPY STKADJP REPLACING
              ==STK-AJ-ADJ-ID==        BY ==RW-ADJ-ID==
              ==STK-AJ-STATUS==        BY ==RW-STATUS==
              ==STK-AJ-ACCOUNT-KEY==   BY ==RW-ACCOUNT-KEY==
              ==STK-AJ-TRAN-DATE==     BY ==RW-TRAN-DATE==
              ==STK-AJ-ITEM-CODE==     BY ==RW-ITEM-CODE==
              ==STK-AJ-AMOUNT==        BY ==RW-AMOUNT==
              ==STK-AJ-REQUESTER==     BY ==RW-REQUESTER==
              ==STK-AJ-REASON==        BY ==RW-REASON==
              ==STK-AJ-ENTRY-DATE==    BY ==RW-ENTRY-DATE==
              ==STK-AJ-CHECKER==       BY ==RW-CHECKER==
              ==STK-AJ-DECISION-DATE== BY ==RW-DECISION-DATE==
              ==STK-AJ-DECISION-NOTE== BY ==RW-DECISION-NOTE==
              ==STK-AJ-RELEASE-DATE==  BY ==RW-RELEASE-DATE==.

      *                          IN-MEMORY COPY OF THE ITEM-CODE
      *                          MASTER (UP TO 500 CODES, AS IN
      *                          STKEDIT1 - OVERFLOW IS A HARD STOP).
       01  AD-ITEM-TABLE.
           05 AD-ITEM-COUNT       PIC 9(04) COMP-3 VALUE ZERO.
           05 AD-ITEM-ENTRY OCCURS 500 TIMES.
              10 AD-TBL-ITEM-CODE PIC X(04).
              10 AD-TBL-STATUS    PIC X(01).
              10 AD-TBL-EFF-DATE  PIC 9(08).

      *                          AUDIT RECORDS FOR THIS RUN, IN THE
      *                          ORDER THE CARDS AND RELEASES WERE
      *                          APPLIED. AN ENTRY IS ENTERED OR
      *                          DECIDED AT MOST ONCE PER RUN AND
      *                          RELEASED AT MOST ONCE, SO TWO SLOTS
      *                          PER REGISTER ENTRY ARE ENOUGH.
       01  AD-AUD-TABLE.
           05 AD-AUD-COUNT        PIC 9(04) COMP VALUE ZERO.
           05 AD-AUD-ENTRY OCCURS 2000 TIMES.
              10 AD-TBL-AUD       PIC X(150).

       01  AD-AUD-INDEX           PIC 9(04) COMP VALUE ZERO.

       01  AD-ITEM-CONTROL.
           05 AD-ITEM-INDEX       PIC 9(04) COMP VALUE ZERO.
           05 AD-ITEM-HIT         PIC 9(04) COMP VALUE ZERO.

      *                          RELEASE ORDERING - ONE SLOT PER
      *                          APPROVED ADJUSTMENT, EXCHANGE-
      *                          SORTED ON ACCOUNT KEY, TRAN DATE
      *                          AND ID SO THE RELEASE FILE COMES
      *                          OUT IN THE KEY ORDER THE EDIT
      *                          MERGES ON.
       01  AD-SORT-TABLE.
           05 AD-SORT-COUNT       PIC 9(04) COMP VALUE ZERO.
           05 AD-SORT-SLOT OCCURS 1000 TIMES.
              10 AD-SRT-KEY       PIC X(24).
              10 AD-SRT-INDEX     PIC 9(04) COMP.

       01  AD-SORT-CONTROL.
           05 AD-SORT-I           PIC 9(04) COMP VALUE ZERO.
           05 AD-SORT-J           PIC 9(04) COMP VALUE ZERO.
           05 AD-SORT-START       PIC 9(04) COMP VALUE ZERO.
           05 AD-SORT-HOLD-KEY    PIC X(24) VALUE SPACE.
           05 AD-SORT-HOLD-INDEX  PIC 9(04) COMP VALUE ZERO.

      *                          THE RELEASE FILE'S CONTROL RECORD
      *                          AND ONE RELEASED DETAIL - A RAW
      *                          INFILE2 RECORD WITH ONE LINE ITEM.
       01  AD-REL-HEADER.
           COPY STKADJH REPLACING
              ==STK-AH-RECORD-TYPE== BY ==RH-RECORD-TYPE==
              ==STK-AH-BUS-DATE==    BY ==RH-BUS-DATE==
              ==STK-AH-COUNT==       BY ==RH-COUNT==
              ==STK-AH-AMOUNT==      BY ==RH-AMOUNT==.

       01  AD-REL-DETAIL.
           05 RD-RECORD-TYPE      PIC X(01).
           05 RD-ACCOUNT-KEY      PIC X(04).
           05 RD-TRAN-DATE        PIC 9(08).
           05 RD-LINE-COUNT       PIC 9(02).
           05 RD-ITEM-CODE        PIC X(04).
           05 RD-ITEM-AMOUNT      PIC S9(05)V99.

      *                          THE REFUSAL TEXT FOR THE CURRENT
      *                          CARD - FIRST FAILING CHECK WINS.
       01  AD-REFUSE-REASON       PIC X(40) VALUE SPACE.

       01  AD-NEW-AMOUNT          PIC S9(05)V99 VALUE ZERO.

      *                          CENTURY-DATE (CCYYMMDD) VALIDATION
      *                          - THE SAME CHECK AND DAYS-PER-MONTH
      *                          TABLE STKEDIT1 APPLIES TO THE TRAN
      *                          DATE.
       01  AD-DATE-WORK.
           05 AD-WORK-DATE        PIC 9(08).
           05 AD-WORK-DATE-FLD REDEFINES AD-WORK-DATE.
              10 AD-WORK-YEAR     PIC 9(04).
              10 AD-WORK-MONTH    PIC 9(02).
              10 AD-WORK-DAY      PIC 9(02).

       01  AD-LEAP-WORK.
           05 AD-LEAP-IND         PIC X(01) VALUE 'N'.
              88 AD-LEAP-YEAR           VALUE 'Y'.
           05 AD-LEAP-QUOTIENT    PIC 9(04) COMP.
           05 AD-LEAP-REMAINDER   PIC 9(04) COMP.

       01  AD-MONTH-DAYS-VALUE    PIC X(24)
                                  VALUE '312831303130313130313031'.
       01  AD-MONTH-DAYS-TABLE REDEFINES AD-MONTH-DAYS-VALUE.
           05 AD-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).

       01  AD-RUN-TOTALS.
           05 AD-OLD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-DROPPED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-ENTER-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-APPROVE-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-REJECT-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-REFUSED-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-RELEASE-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-RELEASE-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 AD-RESENT-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-NEW-COUNT        PIC 9(08) COMP-3 VALUE ZERO.

      *                          STATUS REPORT - ONE SECTION PER
      *                          STATUS, IN THE ORDER OF THE STATUS
      *                          VALUES BELOW, EACH WITH A COUNT AND
      *                          AMOUNT.
       01  AD-RPT-STATUS-VALUES   PIC X(04) VALUE 'PARL'.
       01  AD-RPT-STATUS-TABLE REDEFINES AD-RPT-STATUS-VALUES.
           05 AD-RPT-STATUS-CODE  OCCURS 4 TIMES PIC X(01).

       01  AD-RPT-TITLE-VALUES.
           05 FILLER              PIC X(30)
                                  VALUE 'PENDING APPROVAL'.
           05 FILLER              PIC X(30)
                                  VALUE 'APPROVED - AWAITING RELEASE'.
           05 FILLER              PIC X(30)
                                  VALUE 'REJECTED'.
           05 FILLER              PIC X(30)
                                  VALUE 'RELEASED TO THE EDIT STEP'.
       01  AD-RPT-TITLE-TABLE REDEFINES AD-RPT-TITLE-VALUES.
           05 AD-RPT-TITLE        OCCURS 4 TIMES PIC X(30).

       01  AD-RPT-CONTROL.
           05 AD-RPT-INDEX        PIC 9(04) COMP VALUE ZERO.
           05 AD-RPT-STATUS       PIC X(01) VALUE SPACE.
           05 AD-SEC-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
           05 AD-SEC-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 AD-SUM-COUNT        PIC 9(08) COMP-3 OCCURS 4 TIMES.
           05 AD-SUM-AMOUNT       PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.

       01  AD-LOG-DATE            PIC 9(06) VALUE ZERO.
       01  AD-LOG-TIME            PIC 9(08) VALUE ZERO.

       01  AD-CARD-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-PRT-ACTION       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-PRT-ADJ-ID       PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-PRT-KEY          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-PRT-TRAN-DATE    PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-PRT-ITEM-CODE    PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-PRT-AMOUNT       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'BY : '.
           05 AD-PRT-USER-ID      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(05) VALUE 'WHY: '.
           05 AD-PRT-TEXT         PIC X(35).
           05 FILLER              PIC X(26) VALUE SPACE.

       01  AD-ENTRY-LINE.
           05 FILLER              PIC X(10) VALUE SPACE.
           05 AD-ENT-LABEL        PIC X(09).
           05 AD-ENT-ADJ-ID       PIC X(12).
           05 FILLER              PIC X(09) VALUE '  STATUS '.
           05 AD-ENT-STATUS       PIC X(01).
           05 FILLER              PIC X(07) VALUE '  ACCT '.
           05 AD-ENT-KEY          PIC X(04).
           05 FILLER              PIC X(07) VALUE '  DATE '.
           05 AD-ENT-TRAN-DATE    PIC 9(08).
           05 FILLER              PIC X(07) VALUE '  ITEM '.
           05 AD-ENT-ITEM-CODE    PIC X(04).
           05 FILLER              PIC X(09) VALUE '  AMOUNT '.
           05 AD-ENT-AMOUNT       PIC ZZ,ZZ9.99-.
           05 FILLER              PIC X(13) VALUE '  ENTERED BY '.
           05 AD-ENT-REQUESTER    PIC X(08).
           05 FILLER              PIC X(15) VALUE SPACE.

       01  AD-REFUSE-LINE.
           05 FILLER              PIC X(10) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE '** REFUSED - '.
           05 AD-REF-TEXT         PIC X(40).
           05 FILLER              PIC X(70) VALUE SPACE.

       01  AD-DETAIL-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-DTL-ADJ-ID       PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-KEY          PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-TRAN-DATE    PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-ITEM-CODE    PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-AMOUNT       PIC ZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-REQUESTER    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-ENTRY-DATE   PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-CHECKER      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-EVENT-DATE   PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 AD-DTL-TEXT         PIC X(35).
           05 FILLER              PIC X(07) VALUE SPACE.

       01  AD-TOTAL-LINE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-TOT-LABEL        PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(06) VALUE 'COUNT '.
           05 AD-TOT-COUNT        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 FILLER              PIC X(07) VALUE 'AMOUNT '.
           05 AD-TOT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(60) VALUE SPACE.

       01  AD-PRT-COUNT           PIC ZZZ,ZZ9.

       01  AD-FILE-STATUSES.
           05 OLD-FILE-STATUS     PIC X(02) VALUE '00'.
           05 CRD-FILE-STATUS     PIC X(02) VALUE '00'.
           05 NEW-FILE-STATUS     PIC X(02) VALUE '00'.
           05 REL-FILE-STATUS     PIC X(02) VALUE '00'.
           05 LOG-FILE-STATUS     PIC X(02) VALUE '00'.
           05 RPT-FILE-STATUS     PIC X(02) VALUE '00'.
           05 AU-FILE-STATUS      PIC X(02) VALUE '00'.
           05 ITM-FILE-STATUS     PIC X(02) VALUE '00'.
           05 AM-FILE-STATUS      PIC X(02) VALUE '00'.
           05 BC-FILE-STATUS      PIC X(02) VALUE '00'.

      *                          BUSINESS-DATE CONTROL - THE CURRENT
      *                          BUSINESS DATE FROM THE BUSCTL DATE
      *                          RECORD, AND THE KEY OF THE RELEASE
      *                          STEP'S COMPLETION RECORD.
       01  AD-BUSINESS-CONTROL.
           05 AD-BUSINESS-DATE    PIC 9(08) VALUE ZERO.
           05 AD-STEP-NAME        PIC X(08) VALUE 'STKADJ1 '.
           05 AD-STEP-QUAL        PIC X(04) VALUE SPACE.
           05 AD-MARK-DATE        PIC 9(06) VALUE ZERO.
           05 AD-MARK-TIME        PIC 9(08) VALUE ZERO.
           05 AD-MARK-RUN-ID      PIC X(12) VALUE SPACE.

       01  AD-ERROR-INFO.
           05 AD-ERROR-FILE-ID    PIC X(08).
           05 AD-ERROR-STATUS     PIC X(02).

       LINKAGE SECTION.
      *------------------*
       01  AD-PARM-AREA.
           05 AD-PARM-LENGTH      PIC S9(4) COMP.
           05 AD-PARM-DATA        PIC X(80).

       PROCEDURE DIVISION USING AD-PARM-AREA.
      *----------------------------------------*
       00-MAINLINE.
           PERFORM 05-GET-PARM THRU 05-EXIT
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-APPLY-CARD THROUGH 20-EXIT
              UNTIL SW-END-OF-CARDS
           IF AD-RELEASE-MODE
              PERFORM 50-RELEASE-APPROVED THRU 50-EXIT
           END-IF
           PERFORM 60-WRITE-NEW-REGISTER THRU 60-EXIT
           PERFORM 70-STATUS-REPORT THRU 70-EXIT
           PERFORM 80-FINISH.

       05-GET-PARM.
           IF AD-PARM-LENGTH > ZERO
              MOVE AD-PARM-DATA(1:1) TO AD-RUN-MODE
           END-IF
           IF NOT AD-MAINT-MODE AND NOT AD-RELEASE-MODE
              DISPLAY 'STKADJ1 - PARM MUST BE M (MAINTENANCE) OR '
                      'R (NIGHTLY RELEASE)'
              MOVE 'PARM    ' TO AD-ERROR-FILE-ID
              MOVE 'PM'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       05-EXIT.
           EXIT.

       10-SETUP.
           PERFORM 07-CHECK-BUSINESS-DATE THRU 07-EXIT
           OPEN INPUT ADJCARD
           IF CRD-FILE-STATUS NOT = '00'
              MOVE 'ADJCARD'  TO AD-ERROR-FILE-ID
              MOVE CRD-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN INPUT ACCTMST
           IF AM-FILE-STATUS NOT = '00'
              MOVE 'ACCTMST'  TO AD-ERROR-FILE-ID
              MOVE AM-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT ADJPNEW
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'ADJPNEW'  TO AD-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF AD-RELEASE-MODE
              OPEN OUTPUT ADJREL
              IF REL-FILE-STATUS NOT = '00'
                 MOVE 'ADJREL'   TO AD-ERROR-FILE-ID
                 MOVE REL-FILE-STATUS TO AD-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
           END-IF
           OPEN OUTPUT ADJLOG
           IF LOG-FILE-STATUS NOT = '00'
              MOVE 'ADJLOG'   TO AD-ERROR-FILE-ID
              MOVE LOG-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN OUTPUT ADJRPT
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'ADJRPT'   TO AD-ERROR-FILE-ID
              MOVE RPT-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           OPEN EXTEND ADJAUD
           IF AU-FILE-STATUS NOT = '00'
              MOVE 'ADJAUD'   TO AD-ERROR-FILE-ID
              MOVE AU-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 12-LOAD-ITEM-TABLE THRU 12-EXIT
           PERFORM 14-LOAD-REGISTER THRU 14-EXIT
           MOVE AD-REG-COUNT TO AD-LOADED-COUNT
           ACCEPT AD-LOG-DATE FROM DATE
           ACCEPT AD-LOG-TIME FROM TIME
           MOVE SPACES TO LG-PRINT-REC
           STRING ' STKADJ1 - MANUAL ADJUSTMENT LOG - BUSINESS DATE '
                     DELIMITED BY SIZE
                  AD-BUSINESS-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  AD-LOG-DATE DELIMITED BY SIZE
              INTO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT
           MOVE SPACES TO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       10-EXIT.
           EXIT.

      *                         BUSINESS DATE - ALWAYS TAKEN FROM
      *                         THE CONTROL FILE (SEE STKBCTL). THE
      *                         NIGHTLY RELEASE IS ALSO GUARDED: A
      *                         RELEASE THAT HAS ALREADY COMPLETED
      *                         FOR THE BUSINESS DATE IS REFUSED
      *                         BEFORE ANY OTHER FILE IS OPENED
      *                         ('DP'). A DELIBERATE RERUN IS
      *                         RELEASED FIRST WITH A STEP CARD
      *                         THROUGH STKBDMJ. NO STEP RECORD
      *                         ('23') MEANS THE STEP HAS NEVER RUN.
      *                         DAYTIME MAINTENANCE RUNS ARE NOT
      *                         LIMITED.
       07-CHECK-BUSINESS-DATE.
           OPEN INPUT BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE SPACES TO BC-RECORD
           MOVE 'D'    TO BC-REC-TYPE
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              DISPLAY 'STKADJ1 - NO BUSINESS-DATE RECORD ON BUSCTL'
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-CURR-DATE = ZERO
              DISPLAY 'STKADJ1 - NO CURRENT BUSINESS DATE SET - SEE '
                      'STKBDMJ'
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE 'BD'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE BC-CURR-DATE TO AD-BUSINESS-DATE
           IF AD-MAINT-MODE
              GO TO 07-CLOSE
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE AD-STEP-NAME TO BC-STEP-NAME
           MOVE AD-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS NOT = '00' AND BC-FILE-STATUS NOT = '23'
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           IF BC-FILE-STATUS = '00'
                 AND BC-STEP-BUS-DATE = AD-BUSINESS-DATE
              DISPLAY 'STKADJ1 - RELEASE ALREADY COMPLETED FOR '
                      'BUSINESS DATE ' AD-BUSINESS-DATE
                      ' BY RUN ' BC-STEP-RUN-ID
              DISPLAY 'STKADJ1 - RERUN REFUSED - RELEASE THE STEP '
                      'THROUGH STKBDMJ FIRST'
              CLOSE BUSCTL
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE 'DP'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       07-CLOSE.
           CLOSE BUSCTL
           DISPLAY 'STKADJ1 - BUSINESS DATE ' AD-BUSINESS-DATE
                   '  MODE ' AD-RUN-MODE.

       07-EXIT.
           EXIT.

      *                         LOAD THE ITEM-CODE MASTER INTO
      *                         AD-ITEM-TABLE. AN EMPTY MASTER IS A
      *                         HARD STOP - THE ITEMMST DD IS
      *                         MIS-POINTED.
       12-LOAD-ITEM-TABLE.
           OPEN INPUT ITEMMST
           IF ITM-FILE-STATUS NOT = '00'
              MOVE 'ITEMMST'  TO AD-ERROR-FILE-ID
              MOVE ITM-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 13-READ-ITEMMST THRU 13-EXIT
           PERFORM 12-LOAD-ITEM-ENTRY THRU 12-LOAD-ITEM-ENTRY-EXIT
              UNTIL SW-END-OF-ITEMS
           CLOSE ITEMMST
           IF AD-ITEM-COUNT = ZERO
              DISPLAY 'STKADJ1 - ITEM-CODE MASTER IS EMPTY - '
                      'CHECK THE ITEMMST DD'
              MOVE 'ITEMMST'  TO AD-ERROR-FILE-ID
              MOVE 'MT'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       12-EXIT.
           EXIT.

       12-LOAD-ITEM-ENTRY.
           ADD 1 TO AD-ITEM-COUNT
           IF AD-ITEM-COUNT > 500
              MOVE 'ITEMMST'  TO AD-ERROR-FILE-ID
              MOVE 'OF'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE IM-ITEM-CODE TO AD-TBL-ITEM-CODE(AD-ITEM-COUNT)
           MOVE IM-STATUS    TO AD-TBL-STATUS(AD-ITEM-COUNT)
           MOVE IM-EFF-DATE  TO AD-TBL-EFF-DATE(AD-ITEM-COUNT)
           PERFORM 13-READ-ITEMMST THRU 13-EXIT.

       12-LOAD-ITEM-ENTRY-EXIT.
           EXIT.

       13-READ-ITEMMST.
           READ ITEMMST
              AT END MOVE 'Y' TO END-OF-ITEM-IND
           END-READ
           IF ITM-FILE-STATUS NOT = '00' AND ITM-FILE-STATUS NOT = '10'
              MOVE 'ITEMMST'  TO AD-ERROR-FILE-ID
              MOVE ITM-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       13-EXIT.
           EXIT.

      *                         LOAD THE CURRENT REGISTER. A REJECTED
      *                         OR RELEASED ENTRY DECIDED ON AN
      *                         EARLIER BUSINESS DATE HAS BEEN
      *                         REPORTED AND IS DROPPED. NOTE THE
      *                         HIGHEST SEQUENCE ALREADY USED UNDER
      *                         TODAY'S BUSINESS DATE SO A SECOND
      *                         RUN IN THE DAY DOES NOT REISSUE IDS.
      *                         AN EMPTY GENERATION IS NORMAL.
       14-LOAD-REGISTER.
           OPEN INPUT ADJPOLD
           IF OLD-FILE-STATUS NOT = '00'
              MOVE 'ADJPOLD'  TO AD-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           PERFORM 15-READ-OLD-REGISTER THRU 15-EXIT
           PERFORM 14-LOAD-REGISTER-ENTRY THRU 14-LOAD-ENTRY-EXIT
              UNTIL SW-END-OF-OLD
           CLOSE ADJPOLD.

       14-EXIT.
           EXIT.

       14-LOAD-REGISTER-ENTRY.
           ADD 1 TO AD-OLD-COUNT
           MOVE OR-RECORD TO AD-REG-WORK
           IF RW-STATUS = 'R' AND RW-DECISION-DATE < AD-BUSINESS-DATE
              ADD 1 TO AD-DROPPED-COUNT
              GO TO 14-LOAD-NEXT
           END-IF
           IF RW-STATUS = 'L' AND RW-RELEASE-DATE < AD-BUSINESS-DATE
              ADD 1 TO AD-DROPPED-COUNT
              GO TO 14-LOAD-NEXT
           END-IF
           ADD 1 TO AD-REG-COUNT
           IF AD-REG-COUNT > 1000
              MOVE 'ADJPOLD'  TO AD-ERROR-FILE-ID
              MOVE 'OF'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE RW-ADJ-ID TO AD-ID-WORK
           IF AD-ID-DATE = AD-BUSINESS-DATE AND AD-ID-SEQ > AD-NEXT-SEQ
              MOVE AD-ID-SEQ TO AD-NEXT-SEQ
           END-IF
           MOVE AD-REG-WORK TO AD-TBL-REG(AD-REG-COUNT).

       14-LOAD-NEXT.
           PERFORM 15-READ-OLD-REGISTER THRU 15-EXIT.

       14-LOAD-ENTRY-EXIT.
           EXIT.

       15-READ-OLD-REGISTER.
           READ ADJPOLD
              AT END MOVE 'Y' TO END-OF-OLD-IND
           END-READ
           IF OLD-FILE-STATUS NOT = '00' AND OLD-FILE-STATUS NOT = '10'
              MOVE 'ADJPOLD'  TO AD-ERROR-FILE-ID
              MOVE OLD-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       15-EXIT.
           EXIT.

      *                         EDIT ONE CARD AND, IF IT PASSES,
      *                         APPLY IT TO THE REGISTER. THE CARD
      *                         LINE ALWAYS PRINTS; AN APPLIED CARD
      *                         IS FOLLOWED BY THE REGISTER ENTRY AS
      *                         IT NOW STANDS AND IS HELD FOR THE
      *                         AUDIT TRAIL, A REFUSED ONE BY THE
      *                         REASON.
       20-APPLY-CARD.
           ADD 1 TO AD-CARD-COUNT
           MOVE 'Y'    TO AD-CARD-OK-IND
           MOVE SPACES TO AD-REFUSE-REASON
           PERFORM 21-EDIT-CARD THRU 21-EXIT
           PERFORM 26-PRINT-CARD-HEAD THRU 26-EXIT
           IF NOT AD-CARD-OK
              ADD 1 TO AD-REFUSED-COUNT
              MOVE AD-REFUSE-REASON TO AD-REF-TEXT
              MOVE AD-REFUSE-LINE TO LG-PRINT-REC
              PERFORM 28-WRITE-LOG THRU 28-EXIT
           ELSE
              IF AC-ENTER
                 PERFORM 24-APPLY-ENTRY THRU 24-EXIT
              ELSE
                 PERFORM 30-APPLY-DECISION THRU 30-EXIT
              END-IF
              MOVE 'ENTRY  : ' TO AD-ENT-LABEL
              PERFORM 27-PRINT-ENTRY THRU 27-EXIT
              MOVE AC-USER-ID TO AU-USER-ID
              MOVE AC-TEXT    TO AU-TEXT
              PERFORM 29-HOLD-AUDIT THRU 29-EXIT
           END-IF
           MOVE SPACES TO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT
           PERFORM 25-READ-CARD THRU 25-EXIT.

       20-EXIT.
           EXIT.

      *                         THE CARD EDITS - FIRST FAILURE WINS
      *                         AND SETS THE REFUSAL TEXT.
       21-EDIT-CARD.
           IF NOT AC-ENTER AND NOT AC-APPROVE AND NOT AC-REJECT
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ACTION NOT E, A OR R' TO AD-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AC-USER-ID = SPACES
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'USER-ID IS REQUIRED' TO AD-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AC-ENTER AND AD-RELEASE-MODE
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'NO NEW ENTRIES IN A RELEASE RUN'
                TO AD-REFUSE-REASON
              GO TO 21-EXIT
           END-IF
           IF AC-ENTER
              PERFORM 22-EDIT-ENTRY THRU 22-EXIT
           ELSE
              PERFORM 23-EDIT-DECISION THRU 23-EXIT
           END-IF.

       21-EXIT.
           EXIT.

      *                         A NEW ADJUSTMENT. KEY '0000' IS THE
      *                         STKPOSTG PRIMING RECORD AND NEVER
      *                         TAKES ACTIVITY.
       22-EDIT-ENTRY.
           IF AC-TEXT = SPACES
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'REASON IS REQUIRED' TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AC-ACCOUNT-KEY = SPACES
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ACCOUNT KEY MISSING' TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AC-ACCOUNT-KEY = '0000'
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'KEY 0000 IS THE PRIMING RECORD'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           MOVE AC-TRAN-DATE-X TO AD-WORK-DATE(1:8)
           PERFORM 31-CHECK-DATE THRU 31-EXIT
           IF NOT AD-CARD-OK
              MOVE 'TRAN DATE NOT A VALID CCYYMMDD'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AC-TRAN-DATE > AD-BUSINESS-DATE
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'TRAN DATE AFTER THE BUSINESS DATE'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF (AC-AMT-SIGN NOT = SPACE AND AC-AMT-SIGN NOT = '+'
                 AND AC-AMT-SIGN NOT = '-')
                 OR AC-AMT-DIGITS-X NOT NUMERIC
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'AMOUNT NOT SIGN PLUS SEVEN DIGITS'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AC-AMT-DIGITS = ZERO
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'AMOUNT IS ZERO' TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           PERFORM 32-FIND-ITEM THRU 32-EXIT
           IF NOT AD-ITEM-FOUND
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ITEM CODE NOT ON THE ITEM-CODE MASTER'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AD-TBL-STATUS(AD-ITEM-HIT) NOT = 'A'
                 OR AD-TBL-EFF-DATE(AD-ITEM-HIT) > AC-TRAN-DATE
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ITEM CODE NOT ACTIVE ON THE TRAN DATE'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           MOVE AC-ACCOUNT-KEY TO AM-ACCOUNT-KEY
           PERFORM 33-READ-MASTER THRU 33-EXIT
           IF NOT AD-ACCOUNT-FOUND
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ACCOUNT NOT ON MASTER' TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AM-STATUS NOT = 'O'
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ACCOUNT IS NOT OPEN' TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AC-TRAN-DATE < AM-OPEN-DATE
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'TRAN DATE BEFORE THE ACCOUNT OPENED'
                TO AD-REFUSE-REASON
              GO TO 22-EXIT
           END-IF
           IF AD-NEXT-SEQ = 9999
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'NO IDS LEFT FOR THE BUSINESS DATE'
                TO AD-REFUSE-REASON
           END-IF.

       22-EXIT.
           EXIT.

      *                         AN APPROVAL OR REJECTION - THE ID
      *                         MUST BE PENDING, AND THE CHECKER
      *                         MUST NOT BE THE USER WHO ENTERED IT.
      *                         AN APPROVAL ALSO RE-CHECKS THE
      *                         ACCOUNT IS STILL OPEN. AN ENTRY
      *                         ADDED BY THIS RUN (BEYOND THE ONES
      *                         LOADED FROM ADJPOLD) CANNOT BE
      *                         DECIDED UNTIL A LATER RUN. ON A GOOD
      *                         CARD AD-REG-HIT POINTS AT THE ENTRY
      *                         AND AD-REG-WORK HOLDS IT.
       23-EDIT-DECISION.
           IF AC-REJECT AND AC-TEXT = SPACES
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'A REJECTION NEEDS A NOTE' TO AD-REFUSE-REASON
              GO TO 23-EXIT
           END-IF
           PERFORM 34-FIND-ENTRY THRU 34-EXIT
           IF NOT AD-ENTRY-FOUND
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ADJUSTMENT ID NOT ON THE REGISTER'
                TO AD-REFUSE-REASON
              GO TO 23-EXIT
           END-IF
           IF AD-REG-HIT > AD-LOADED-COUNT
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ENTERED THIS RUN - DECIDE IN A LATER RUN'
                TO AD-REFUSE-REASON
              GO TO 23-EXIT
           END-IF
           MOVE AD-TBL-REG(AD-REG-HIT) TO AD-REG-WORK
           EVALUATE RW-STATUS
              WHEN 'P'
                 CONTINUE
              WHEN 'A'
                 MOVE 'N' TO AD-CARD-OK-IND
                 MOVE 'ADJUSTMENT ALREADY APPROVED'
                   TO AD-REFUSE-REASON
              WHEN 'R'
                 MOVE 'N' TO AD-CARD-OK-IND
                 MOVE 'ADJUSTMENT ALREADY REJECTED'
                   TO AD-REFUSE-REASON
              WHEN OTHER
                 MOVE 'N' TO AD-CARD-OK-IND
                 MOVE 'ADJUSTMENT ALREADY RELEASED'
                   TO AD-REFUSE-REASON
           END-EVALUATE
           IF NOT AD-CARD-OK
              GO TO 23-EXIT
           END-IF
           IF AC-USER-ID = RW-REQUESTER
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'SAME USER MAY NOT ENTER AND APPROVE'
                TO AD-REFUSE-REASON
              GO TO 23-EXIT
           END-IF
           IF AC-REJECT
              GO TO 23-EXIT
           END-IF
           MOVE RW-ACCOUNT-KEY TO AM-ACCOUNT-KEY
           PERFORM 33-READ-MASTER THRU 33-EXIT
           IF NOT AD-ACCOUNT-FOUND
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ACCOUNT NO LONGER ON MASTER - REJECT'
                TO AD-REFUSE-REASON
              GO TO 23-EXIT
           END-IF
           IF AM-STATUS NOT = 'O'
              MOVE 'N' TO AD-CARD-OK-IND
              MOVE 'ACCOUNT NO LONGER OPEN - REJECT IT'
                TO AD-REFUSE-REASON
           END-IF.

       23-EXIT.
           EXIT.

      *                         ADD THE NEW ADJUSTMENT TO THE END OF
      *                         THE REGISTER UNDER THE NEXT ID FOR
      *                         THE BUSINESS DATE.
       24-APPLY-ENTRY.
           ADD 1 TO AD-REG-COUNT
           IF AD-REG-COUNT > 1000
              MOVE 'ADJPNEW'  TO AD-ERROR-FILE-ID
              MOVE 'OF'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO AD-NEXT-SEQ
           MOVE AD-BUSINESS-DATE TO AD-ID-DATE
           MOVE AD-NEXT-SEQ      TO AD-ID-SEQ
           MOVE AC-AMT-DIGITS TO AD-NEW-AMOUNT
           IF AC-AMT-SIGN = '-'
              COMPUTE AD-NEW-AMOUNT = ZERO - AD-NEW-AMOUNT
           END-IF
           MOVE SPACES           TO AD-REG-WORK
           MOVE AD-ID-WORK       TO RW-ADJ-ID
           MOVE 'P'              TO RW-STATUS
           MOVE AC-ACCOUNT-KEY   TO RW-ACCOUNT-KEY
           MOVE AC-TRAN-DATE     TO RW-TRAN-DATE
           MOVE AC-ITEM-CODE     TO RW-ITEM-CODE
           MOVE AD-NEW-AMOUNT    TO RW-AMOUNT
           MOVE AC-USER-ID       TO RW-REQUESTER
           MOVE AC-TEXT          TO RW-REASON
           MOVE AD-BUSINESS-DATE TO RW-ENTRY-DATE
           MOVE ZERO             TO RW-DECISION-DATE
           MOVE ZERO             TO RW-RELEASE-DATE
           MOVE AD-REG-WORK      TO AD-TBL-REG(AD-REG-COUNT)
           MOVE SPACE            TO AD-BEF-STATUS
           ADD 1 TO AD-ENTER-COUNT.

       24-EXIT.
           EXIT.

       25-READ-CARD.
           READ ADJCARD
              AT END MOVE 'Y' TO END-OF-CARDS-IND
           END-READ
           IF CRD-FILE-STATUS NOT = '00' AND CRD-FILE-STATUS NOT = '10'
              MOVE 'ADJCARD'  TO AD-ERROR-FILE-ID
              MOVE CRD-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       25-EXIT.
           EXIT.

       26-PRINT-CARD-HEAD.
           EVALUATE TRUE
              WHEN AC-ENTER
                 MOVE 'ENTER'   TO AD-PRT-ACTION
              WHEN AC-APPROVE
                 MOVE 'APPROVE' TO AD-PRT-ACTION
              WHEN AC-REJECT
                 MOVE 'REJECT'  TO AD-PRT-ACTION
              WHEN OTHER
                 MOVE AC-ACTION TO AD-PRT-ACTION
           END-EVALUATE
           MOVE AC-ADJ-ID      TO AD-PRT-ADJ-ID
           MOVE AC-ACCOUNT-KEY TO AD-PRT-KEY
           MOVE AC-TRAN-DATE-X TO AD-PRT-TRAN-DATE
           MOVE AC-ITEM-CODE   TO AD-PRT-ITEM-CODE
           MOVE AC-AMOUNT-X    TO AD-PRT-AMOUNT
           MOVE AC-USER-ID     TO AD-PRT-USER-ID
           MOVE AC-TEXT        TO AD-PRT-TEXT
           MOVE AD-CARD-LINE   TO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT.

       26-EXIT.
           EXIT.

      *                         ONE LOG LINE FOR THE REGISTER ENTRY
      *                         IN AD-REG-WORK - CALLER SETS THE
      *                         LABEL.
       27-PRINT-ENTRY.
           MOVE RW-ADJ-ID      TO AD-ENT-ADJ-ID
           MOVE RW-STATUS      TO AD-ENT-STATUS
           MOVE RW-ACCOUNT-KEY TO AD-ENT-KEY
           MOVE RW-TRAN-DATE   TO AD-ENT-TRAN-DATE
           MOVE RW-ITEM-CODE   TO AD-ENT-ITEM-CODE
           MOVE RW-AMOUNT      TO AD-ENT-AMOUNT
           MOVE RW-REQUESTER   TO AD-ENT-REQUESTER
           MOVE AD-ENTRY-LINE  TO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT.

       27-EXIT.
           EXIT.

       28-WRITE-LOG.
           WRITE LG-PRINT-REC
           IF LOG-FILE-STATUS NOT = '00'
              MOVE 'ADJLOG'   TO AD-ERROR-FILE-ID
              MOVE LOG-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       28-EXIT.
           EXIT.

      *                         BUILD THE AUDIT RECORD FOR THE ENTRY
      *                         IN AD-REG-WORK AND HOLD IT UNTIL
      *                         85-WRITE-AUDIT - CALLER SETS THE
      *                         USER-ID AND TEXT; THE ACTION IS THE
      *                         NEW STATUS (P ENTERED, A APPROVED,
      *                         R REJECTED, L RELEASED).
       29-HOLD-AUDIT.
           MOVE AD-LOG-DATE      TO AU-LOG-DATE
           MOVE AD-LOG-TIME      TO AU-LOG-TIME
           MOVE AD-BUSINESS-DATE TO AU-BUS-DATE
           MOVE RW-STATUS        TO AU-ACTION
           MOVE RW-ADJ-ID        TO AU-ADJ-ID
           MOVE RW-ACCOUNT-KEY   TO AU-ACCOUNT-KEY
           MOVE RW-TRAN-DATE     TO AU-TRAN-DATE
           MOVE RW-ITEM-CODE     TO AU-ITEM-CODE
           MOVE RW-AMOUNT        TO AU-AMOUNT
           MOVE AD-BEF-STATUS    TO AU-BEF-STATUS
           MOVE RW-STATUS        TO AU-AFT-STATUS
           ADD 1 TO AD-AUD-COUNT
           IF AD-AUD-COUNT > 2000
              MOVE 'ADJAUD'   TO AD-ERROR-FILE-ID
              MOVE 'OF'       TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           MOVE AU-RECORD TO AD-TBL-AUD(AD-AUD-COUNT).

       29-EXIT.
           EXIT.

      *                         RECORD THE CHECKER'S DECISION ON THE
      *                         ENTRY FOUND BY 23-EDIT-DECISION.
       30-APPLY-DECISION.
           MOVE RW-STATUS        TO AD-BEF-STATUS
           IF AC-APPROVE
              MOVE 'A' TO RW-STATUS
              ADD 1 TO AD-APPROVE-COUNT
           ELSE
              MOVE 'R' TO RW-STATUS
              ADD 1 TO AD-REJECT-COUNT
           END-IF
           MOVE AC-USER-ID       TO RW-CHECKER
           MOVE AD-BUSINESS-DATE TO RW-DECISION-DATE
           MOVE AC-TEXT          TO RW-DECISION-NOTE
           MOVE AD-REG-WORK      TO AD-TBL-REG(AD-REG-HIT).

       30-EXIT.
           EXIT.

      *                         COMMON CENTURY-DATE CHECK - CALLER
      *                         MOVES THE RAW EIGHT DATE BYTES INTO
      *                         AD-WORK-DATE FIRST. SAME RULES AS
      *                         STKEDIT1 25-CHECK-DATE (1900-2099,
      *                         LEAP YEARS HONOURED).
       31-CHECK-DATE.
           IF AD-WORK-DATE(1:8) NOT NUMERIC
              MOVE 'N' TO AD-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF AD-WORK-YEAR < 1900 OR AD-WORK-YEAR > 2099
              MOVE 'N' TO AD-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           IF AD-WORK-MONTH < 1 OR AD-WORK-MONTH > 12
              MOVE 'N' TO AD-CARD-OK-IND
              GO TO 31-EXIT
           END-IF
           PERFORM 31-CHECK-LEAP-YEAR THRU 31-LEAP-EXIT
           IF AD-WORK-MONTH = 2 AND AD-WORK-DAY = 29 AND AD-LEAP-YEAR
              GO TO 31-EXIT
           END-IF
           IF AD-WORK-DAY < 1
                 OR AD-WORK-DAY > AD-DAYS-IN-MONTH(AD-WORK-MONTH)
              MOVE 'N' TO AD-CARD-OK-IND
           END-IF.

       31-EXIT.
           EXIT.

       31-CHECK-LEAP-YEAR.
           MOVE 'N' TO AD-LEAP-IND
           DIVIDE AD-WORK-YEAR BY 4
              GIVING AD-LEAP-QUOTIENT
              REMAINDER AD-LEAP-REMAINDER
           IF AD-LEAP-REMAINDER = ZERO
              MOVE 'Y' TO AD-LEAP-IND
              DIVIDE AD-WORK-YEAR BY 100
                 GIVING AD-LEAP-QUOTIENT
                 REMAINDER AD-LEAP-REMAINDER
              IF AD-LEAP-REMAINDER = ZERO
                 DIVIDE AD-WORK-YEAR BY 400
                    GIVING AD-LEAP-QUOTIENT
                    REMAINDER AD-LEAP-REMAINDER
                 IF AD-LEAP-REMAINDER NOT = ZERO
                    MOVE 'N' TO AD-LEAP-IND
                 END-IF
              END-IF
           END-IF.

       31-LEAP-EXIT.
           EXIT.

      *                         LOOK THE CARD'S ITEM CODE UP IN
      *                         AD-ITEM-TABLE - AD-ITEM-HIT POINTS
      *                         AT IT WHEN FOUND.
       32-FIND-ITEM.
           MOVE SPACE TO AD-ITEM-FOUND-IND
           PERFORM 32-MATCH-ITEM THRU 32-MATCH-ITEM-EXIT
              VARYING AD-ITEM-INDEX FROM 1 BY 1
                 UNTIL AD-ITEM-INDEX > AD-ITEM-COUNT
                    OR AD-ITEM-FOUND.

       32-EXIT.
           EXIT.

       32-MATCH-ITEM.
           IF AD-TBL-ITEM-CODE(AD-ITEM-INDEX) = AC-ITEM-CODE
              MOVE 'Y' TO AD-ITEM-FOUND-IND
              MOVE AD-ITEM-INDEX TO AD-ITEM-HIT
           END-IF.

       32-MATCH-ITEM-EXIT.
           EXIT.

      *                         READ THE MASTER FOR THE KEY THE
      *                         CALLER MOVED TO AM-ACCOUNT-KEY -
      *                         '23' IS NOT FOUND.
       33-READ-MASTER.
           MOVE SPACE TO AD-FOUND-IND
           READ ACCTMST
           IF AM-FILE-STATUS = '00'
              MOVE 'Y' TO AD-FOUND-IND
           ELSE
              IF AM-FILE-STATUS NOT = '23'
                 MOVE 'ACCTMST'  TO AD-ERROR-FILE-ID
                 MOVE AM-FILE-STATUS TO AD-ERROR-STATUS
                 PERFORM 90-ABEND THRU 90-EXIT
              END-IF
           END-IF.

       33-EXIT.
           EXIT.

      *                         LOOK THE CARD'S ADJUSTMENT ID UP IN
      *                         THE REGISTER - AD-REG-HIT POINTS AT
      *                         IT WHEN FOUND.
       34-FIND-ENTRY.
           MOVE SPACE TO AD-ENTRY-FOUND-IND
           PERFORM 34-MATCH-ENTRY THRU 34-MATCH-ENTRY-EXIT
              VARYING AD-REG-INDEX FROM 1 BY 1
                 UNTIL AD-REG-INDEX > AD-REG-COUNT
                    OR AD-ENTRY-FOUND.

       34-EXIT.
           EXIT.

       34-MATCH-ENTRY.
           IF AD-TBL-REG(AD-REG-INDEX)(1:12) = AC-ADJ-ID
              MOVE 'Y' TO AD-ENTRY-FOUND-IND
              MOVE AD-REG-INDEX TO AD-REG-HIT
           END-IF.

       34-MATCH-ENTRY-EXIT.
           EXIT.

      *                         THE NIGHTLY RELEASE - COLLECT EVERY
      *                         APPROVED ADJUSTMENT, AND EVERY ONE
      *                         ALREADY RELEASED FOR THIS BUSINESS
      *                         DATE BY AN EARLIER RUN (THE RERUN'S
      *                         GENERATION REPLACES THAT RUN'S FOR
      *                         THE EDIT), ORDER THEM ON ACCOUNT,
      *                         TRAN DATE AND ID, WRITE THE CONTROL
      *                         RECORD, THEN ONE DETAIL PER
      *                         ADJUSTMENT, MARKING EACH NEW ONE
      *                         RELEASED.
      *                         THE CONTROL RECORD IS WRITTEN EVEN
      *                         WHEN NOTHING IS APPROVED, SO THE
      *                         EDIT SEES TONIGHT'S DATE AND A ZERO
      *                         COUNT.
       50-RELEASE-APPROVED.
           PERFORM 51-COLLECT-APPROVED THRU 51-EXIT
              VARYING AD-REG-INDEX FROM 1 BY 1
                 UNTIL AD-REG-INDEX > AD-REG-COUNT
           PERFORM 52-SORT-PASS THRU 52-EXIT
              VARYING AD-SORT-I FROM 1 BY 1
                 UNTIL AD-SORT-I NOT < AD-SORT-COUNT
           MOVE 'H'               TO RH-RECORD-TYPE
           MOVE AD-BUSINESS-DATE  TO RH-BUS-DATE
           MOVE AD-SORT-COUNT     TO RH-COUNT
           MOVE AD-RELEASE-AMOUNT TO RH-AMOUNT
           MOVE 30                TO AD-REL-LENGTH
           MOVE SPACES            TO AR-RECORD
           MOVE AD-REL-HEADER     TO AR-RECORD
           PERFORM 55-WRITE-RELEASE THRU 55-EXIT
           IF AD-SORT-COUNT > ZERO
              MOVE SPACES TO LG-PRINT-REC
              PERFORM 28-WRITE-LOG THRU 28-EXIT
              MOVE ' RELEASED TO THE EDIT STEP' TO LG-PRINT-REC
              PERFORM 28-WRITE-LOG THRU 28-EXIT
              MOVE SPACES TO LG-PRINT-REC
              PERFORM 28-WRITE-LOG THRU 28-EXIT
           END-IF
           PERFORM 54-WRITE-RELEASE-REC THRU 54-EXIT
              VARYING AD-SORT-I FROM 1 BY 1
                 UNTIL AD-SORT-I > AD-SORT-COUNT.

       50-EXIT.
           EXIT.

       51-COLLECT-APPROVED.
           MOVE AD-TBL-REG(AD-REG-INDEX) TO AD-REG-WORK
           IF RW-STATUS NOT = 'A'
                 AND (RW-STATUS NOT = 'L'
                 OR RW-RELEASE-DATE NOT = AD-BUSINESS-DATE)
              GO TO 51-EXIT
           END-IF
           ADD 1 TO AD-SORT-COUNT
           MOVE RW-ACCOUNT-KEY TO AD-SRT-KEY(AD-SORT-COUNT)(1:4)
           MOVE RW-TRAN-DATE   TO AD-SRT-KEY(AD-SORT-COUNT)(5:8)
           MOVE RW-ADJ-ID      TO AD-SRT-KEY(AD-SORT-COUNT)(13:12)
           MOVE AD-REG-INDEX   TO AD-SRT-INDEX(AD-SORT-COUNT)
           ADD RW-AMOUNT TO AD-RELEASE-AMOUNT.

       51-EXIT.
           EXIT.

      *                         ONE EXCHANGE-SORT PASS - BRING THE
      *                         LOWEST REMAINING KEY UP TO SLOT I.
       52-SORT-PASS.
           COMPUTE AD-SORT-START = AD-SORT-I + 1
           PERFORM 53-SORT-COMPARE THRU 53-EXIT
              VARYING AD-SORT-J FROM AD-SORT-START BY 1
                 UNTIL AD-SORT-J > AD-SORT-COUNT.

       52-EXIT.
           EXIT.

       53-SORT-COMPARE.
           IF AD-SRT-KEY(AD-SORT-J) < AD-SRT-KEY(AD-SORT-I)
              MOVE AD-SRT-KEY(AD-SORT-I)   TO AD-SORT-HOLD-KEY
              MOVE AD-SRT-INDEX(AD-SORT-I) TO AD-SORT-HOLD-INDEX
              MOVE AD-SRT-KEY(AD-SORT-J)   TO AD-SRT-KEY(AD-SORT-I)
              MOVE AD-SRT-INDEX(AD-SORT-J) TO AD-SRT-INDEX(AD-SORT-I)
              MOVE AD-SORT-HOLD-KEY        TO AD-SRT-KEY(AD-SORT-J)
              MOVE AD-SORT-HOLD-INDEX      TO AD-SRT-INDEX(AD-SORT-J)
           END-IF.

       53-EXIT.
           EXIT.

       54-WRITE-RELEASE-REC.
           MOVE AD-SRT-INDEX(AD-SORT-I) TO AD-REG-HIT
           MOVE AD-TBL-REG(AD-REG-HIT) TO AD-REG-WORK
           MOVE 'A'            TO RD-RECORD-TYPE
           MOVE RW-ACCOUNT-KEY TO RD-ACCOUNT-KEY
           MOVE RW-TRAN-DATE   TO RD-TRAN-DATE
           MOVE 1              TO RD-LINE-COUNT
           MOVE RW-ITEM-CODE   TO RD-ITEM-CODE
           MOVE RW-AMOUNT      TO RD-ITEM-AMOUNT
           MOVE 26             TO AD-REL-LENGTH
           MOVE SPACES         TO AR-RECORD
           MOVE AD-REL-DETAIL  TO AR-RECORD
           PERFORM 55-WRITE-RELEASE THRU 55-EXIT
           IF RW-STATUS = 'L'
              ADD 1 TO AD-RESENT-COUNT
              MOVE 'RE-SENT :' TO AD-ENT-LABEL
              PERFORM 27-PRINT-ENTRY THRU 27-EXIT
              GO TO 54-EXIT
           END-IF
           MOVE RW-STATUS        TO AD-BEF-STATUS
           MOVE 'L'              TO RW-STATUS
           MOVE AD-BUSINESS-DATE TO RW-RELEASE-DATE
           MOVE AD-REG-WORK      TO AD-TBL-REG(AD-REG-HIT)
           ADD 1 TO AD-RELEASE-COUNT
           MOVE 'RELEASED:' TO AD-ENT-LABEL
           PERFORM 27-PRINT-ENTRY THRU 27-EXIT
           MOVE AD-STEP-NAME TO AU-USER-ID
           MOVE 'RELEASED TO THE EDIT STEP' TO AU-TEXT
           PERFORM 29-HOLD-AUDIT THRU 29-EXIT.

       54-EXIT.
           EXIT.

       55-WRITE-RELEASE.
           WRITE AR-RECORD
           IF REL-FILE-STATUS NOT = '00'
              MOVE 'ADJREL'   TO AD-ERROR-FILE-ID
              MOVE REL-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       55-EXIT.
           EXIT.

      *                         THE NEW GENERATION - EVERY ENTRY
      *                         STILL ON THE REGISTER, IN ID ORDER.
       60-WRITE-NEW-REGISTER.
           PERFORM 61-WRITE-REGISTER-ENTRY THRU 61-EXIT
              VARYING AD-REG-INDEX FROM 1 BY 1
                 UNTIL AD-REG-INDEX > AD-REG-COUNT.

       60-EXIT.
           EXIT.

       61-WRITE-REGISTER-ENTRY.
           MOVE AD-TBL-REG(AD-REG-INDEX) TO NR-RECORD
           WRITE NR-RECORD
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'ADJPNEW'  TO AD-ERROR-FILE-ID
              MOVE NEW-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF
           ADD 1 TO AD-NEW-COUNT.

       61-EXIT.
           EXIT.

      *                         STATUS REPORT - ONE SECTION PER
      *                         STATUS (PENDING, APPROVED, REJECTED,
      *                         RELEASED), EVERY ENTRY LISTED IN ID
      *                         ORDER WITH THE SECTION'S COUNT AND
      *                         AMOUNT, THEN A SUMMARY OF ALL FOUR.
      *                         REJECTED AND RELEASED ENTRIES ARE
      *                         THE CURRENT BUSINESS DATE'S ONLY.
       70-STATUS-REPORT.
           MOVE SPACES TO RP-PRINT-REC
           STRING ' STKADJ1 - MANUAL ADJUSTMENT STATUS REPORT - '
                     DELIMITED BY SIZE
                  'BUSINESS DATE ' DELIMITED BY SIZE
                  AD-BUSINESS-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  AD-LOG-DATE DELIMITED BY SIZE
              INTO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           PERFORM 71-PRINT-SECTION THRU 71-EXIT
              VARYING AD-RPT-INDEX FROM 1 BY 1
                 UNTIL AD-RPT-INDEX > 4
           MOVE SPACES TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           MOVE ' SUMMARY' TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           PERFORM 73-PRINT-SUMMARY THRU 73-EXIT
              VARYING AD-RPT-INDEX FROM 1 BY 1
                 UNTIL AD-RPT-INDEX > 4.

       70-EXIT.
           EXIT.

       71-PRINT-SECTION.
           MOVE AD-RPT-STATUS-CODE(AD-RPT-INDEX) TO AD-RPT-STATUS
           MOVE ZERO TO AD-SEC-COUNT
           MOVE ZERO TO AD-SEC-AMOUNT
           MOVE SPACES TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           MOVE SPACES TO RP-PRINT-REC
           STRING ' ' DELIMITED BY SIZE
                  AD-RPT-TITLE(AD-RPT-INDEX) DELIMITED BY '  '
                  ' (STATUS ' DELIMITED BY SIZE
                  AD-RPT-STATUS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
              INTO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           MOVE SPACES TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           MOVE ' ADJUSTMENT ID  ACCT  TRAN DATE  ITEM' TO RP-PRINT-REC
           MOVE 'AMOUNT  ENTERED   ON        CHECKER   DATE'
             TO RP-PRINT-REC(42:)
           MOVE 'REASON / NOTE' TO RP-PRINT-REC(90:)
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           PERFORM 72-PRINT-ENTRY THRU 72-EXIT
              VARYING AD-REG-INDEX FROM 1 BY 1
                 UNTIL AD-REG-INDEX > AD-REG-COUNT
           IF AD-SEC-COUNT = ZERO
              MOVE ' NONE' TO RP-PRINT-REC
              PERFORM 78-WRITE-REPORT THRU 78-EXIT
           END-IF
           MOVE SPACES TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           MOVE 'TOTAL'       TO AD-TOT-LABEL
           MOVE AD-SEC-COUNT  TO AD-TOT-COUNT
           MOVE AD-SEC-AMOUNT TO AD-TOT-AMOUNT
           MOVE AD-TOTAL-LINE TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT
           MOVE AD-SEC-COUNT  TO AD-SUM-COUNT(AD-RPT-INDEX)
           MOVE AD-SEC-AMOUNT TO AD-SUM-AMOUNT(AD-RPT-INDEX).

       71-EXIT.
           EXIT.

       72-PRINT-ENTRY.
           MOVE AD-TBL-REG(AD-REG-INDEX) TO AD-REG-WORK
           IF RW-STATUS NOT = AD-RPT-STATUS
              GO TO 72-EXIT
           END-IF
           ADD 1         TO AD-SEC-COUNT
           ADD RW-AMOUNT TO AD-SEC-AMOUNT
           MOVE RW-ADJ-ID      TO AD-DTL-ADJ-ID
           MOVE RW-ACCOUNT-KEY TO AD-DTL-KEY
           MOVE RW-TRAN-DATE   TO AD-DTL-TRAN-DATE
           MOVE RW-ITEM-CODE   TO AD-DTL-ITEM-CODE
           MOVE RW-AMOUNT      TO AD-DTL-AMOUNT
           MOVE RW-REQUESTER   TO AD-DTL-REQUESTER
           MOVE RW-ENTRY-DATE  TO AD-DTL-ENTRY-DATE
           MOVE RW-CHECKER     TO AD-DTL-CHECKER
           MOVE RW-REASON      TO AD-DTL-TEXT
           EVALUATE RW-STATUS
              WHEN 'P'
                 MOVE SPACES           TO AD-DTL-EVENT-DATE
              WHEN 'L'
                 MOVE RW-RELEASE-DATE  TO AD-DTL-EVENT-DATE
              WHEN 'R'
                 MOVE RW-DECISION-DATE TO AD-DTL-EVENT-DATE
                 MOVE RW-DECISION-NOTE TO AD-DTL-TEXT
              WHEN OTHER
                 MOVE RW-DECISION-DATE TO AD-DTL-EVENT-DATE
           END-EVALUATE
           MOVE AD-DETAIL-LINE TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT.

       72-EXIT.
           EXIT.

       73-PRINT-SUMMARY.
           MOVE AD-RPT-TITLE(AD-RPT-INDEX)  TO AD-TOT-LABEL
           MOVE AD-SUM-COUNT(AD-RPT-INDEX)  TO AD-TOT-COUNT
           MOVE AD-SUM-AMOUNT(AD-RPT-INDEX) TO AD-TOT-AMOUNT
           MOVE AD-TOTAL-LINE TO RP-PRINT-REC
           PERFORM 78-WRITE-REPORT THRU 78-EXIT.

       73-EXIT.
           EXIT.

       78-WRITE-REPORT.
           WRITE RP-PRINT-REC
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'ADJRPT'   TO AD-ERROR-FILE-ID
              MOVE RPT-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 90-ABEND THRU 90-EXIT
           END-IF.

       78-EXIT.
           EXIT.

       80-FINISH.
           MOVE AD-CARD-COUNT TO AD-PRT-COUNT
           MOVE SPACES TO LG-PRINT-REC
           STRING ' CARDS READ ............... ' DELIMITED BY SIZE
                  AD-PRT-COUNT DELIMITED BY SIZE
              INTO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT
           MOVE AD-REFUSED-COUNT TO AD-PRT-COUNT
           MOVE SPACES TO LG-PRINT-REC
           STRING ' CARDS REFUSED ............ ' DELIMITED BY SIZE
                  AD-PRT-COUNT DELIMITED BY SIZE
              INTO LG-PRINT-REC
           PERFORM 28-WRITE-LOG THRU 28-EXIT
           CLOSE ADJCARD ACCTMST ADJPNEW ADJLOG ADJRPT
           IF AD-RELEASE-MODE
              CLOSE ADJREL
           END-IF
           DISPLAY '***** STKADJ1 MANUAL ADJUSTMENT TOTALS *****'
           DISPLAY 'ENTRIES ON OLD REGISTER .. ' AD-OLD-COUNT
           DISPLAY 'DECIDED EARLIER - DROPPED  ' AD-DROPPED-COUNT
           DISPLAY 'CARDS READ ............... ' AD-CARD-COUNT
           DISPLAY 'ADJUSTMENTS ENTERED ...... ' AD-ENTER-COUNT
           DISPLAY 'ADJUSTMENTS APPROVED ..... ' AD-APPROVE-COUNT
           DISPLAY 'ADJUSTMENTS REJECTED ..... ' AD-REJECT-COUNT
           DISPLAY 'CARDS REFUSED ............ ' AD-REFUSED-COUNT
           IF AD-RELEASE-MODE
              DISPLAY 'ADJUSTMENTS RELEASED ..... ' AD-RELEASE-COUNT
              DISPLAY 'RELEASED EARLIER, RE-SENT  ' AD-RESENT-COUNT
              DISPLAY 'AMOUNT RELEASED .......... ' AD-RELEASE-AMOUNT
           END-IF
           DISPLAY 'ENTRIES ON NEW REGISTER .. ' AD-NEW-COUNT
           DISPLAY 'PENDING APPROVAL ......... ' AD-SUM-COUNT(1)
           IF AD-REFUSED-COUNT > ZERO
              DISPLAY '*** WARNING - ADJUSTMENT CARDS REFUSED - '
                      'SEE THE ADJUSTMENT LOG ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'ALL ADJUSTMENT CARDS APPLIED'
           END-IF
           IF AD-RELEASE-MODE
              PERFORM 47-MARK-STEP-COMPLETE THRU 47-EXIT
           END-IF
           PERFORM 85-WRITE-AUDIT THRU 85-EXIT
           STOP RUN.

      *                         APPEND THE RUN'S AUDIT RECORDS TO
      *                         THE TRAIL - ONLY NOW, WITH THE NEW
      *                         REGISTER (AND ANY RELEASE FILE)
      *                         WRITTEN AND A RELEASE MARKED
      *                         COMPLETE, SO A RUN THAT FAILED
      *                         EARLIER AND IS PURGED AND RERUN IS
      *                         AUDITED ONCE. AN ERROR HERE COMES
      *                         AFTER THOSE OUTPUTS ARE FINAL - SEE
      *                         87-AUDIT-ABEND.
       85-WRITE-AUDIT.
           PERFORM 86-WRITE-AUDIT-REC THRU 86-EXIT
              VARYING AD-AUD-INDEX FROM 1 BY 1
                 UNTIL AD-AUD-INDEX > AD-AUD-COUNT
           CLOSE ADJAUD
           DISPLAY 'AUDIT RECORDS WRITTEN .... ' AD-AUD-COUNT.

       85-EXIT.
           EXIT.

       86-WRITE-AUDIT-REC.
           MOVE AD-TBL-AUD(AD-AUD-INDEX) TO AU-RECORD
           WRITE AU-RECORD
           IF AU-FILE-STATUS NOT = '00'
              MOVE 'ADJAUD'   TO AD-ERROR-FILE-ID
              MOVE AU-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 87-AUDIT-ABEND THRU 87-EXIT
           END-IF.

       86-EXIT.
           EXIT.

      *                         AN ERROR ON THE AUDIT TRAIL - THE
      *                         NEW REGISTER AND ANY RELEASE FILE
      *                         ARE CLOSED AND A RELEASE IS MARKED
      *                         COMPLETE, SO THE STEP ENDS RC=4,
      *                         BELOW THE PURGE STEP, AND THE
      *                         GENERATIONS ARE KEPT. THE RECORDS
      *                         FROM THIS ONE ON ARE NOT WRITTEN -
      *                         KEY THEM FROM ADJLOG; DO NOT RERUN.
       87-AUDIT-ABEND.
           DISPLAY 'STKADJ1 - ERROR ON ' AD-ERROR-FILE-ID
                   ' - STATUS = ' AD-ERROR-STATUS
           COMPUTE AD-PRT-COUNT = AD-AUD-COUNT - AD-AUD-INDEX + 1
           DISPLAY 'STKADJ1 - AUDIT RECORDS NOT WRITTEN ' AD-PRT-COUNT
                   ' - ADD THEM FROM THE ADJUSTMENT LOG'
           DISPLAY 'STKADJ1 - REGISTER AND RELEASE ARE COMPLETE AND '
                   'KEPT - DO NOT RERUN'
           MOVE 4 TO RETURN-CODE
           CLOSE ADJAUD
           STOP RUN.

       87-EXIT.
           EXIT.

      *                         MARK THE RELEASE COMPLETE FOR THE
      *                         BUSINESS DATE SO AN ACCIDENTAL RERUN
      *                         IS REFUSED BY 07-CHECK-BUSINESS-DATE.
       47-MARK-STEP-COMPLETE.
           IF RETURN-CODE > 4
              GO TO 47-EXIT
           END-IF
           ACCEPT AD-MARK-DATE FROM DATE
           ACCEPT AD-MARK-TIME FROM TIME
           STRING AD-MARK-DATE      DELIMITED BY SIZE
                  AD-MARK-TIME(1:6) DELIMITED BY SIZE
                  INTO AD-MARK-RUN-ID
           OPEN I-O BUSCTL
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           MOVE SPACES       TO BC-RECORD
           MOVE 'S'          TO BC-REC-TYPE
           MOVE AD-STEP-NAME TO BC-STEP-NAME
           MOVE AD-STEP-QUAL TO BC-STEP-QUAL
           READ BUSCTL
           IF BC-FILE-STATUS = '23'
              MOVE SPACES       TO BC-STEP-DATA
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              WRITE BC-RECORD
           ELSE
              IF BC-FILE-STATUS NOT = '00'
                 MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
                 MOVE BC-FILE-STATUS TO AD-ERROR-STATUS
                 PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
              END-IF
              PERFORM 47-FILL-STEP-REC THRU 47-FILL-EXIT
              REWRITE BC-RECORD
           END-IF
           IF BC-FILE-STATUS NOT = '00'
              MOVE 'BUSCTL'   TO AD-ERROR-FILE-ID
              MOVE BC-FILE-STATUS TO AD-ERROR-STATUS
              PERFORM 47-MARK-ABEND THRU 47-MARK-ABEND-EXIT
           END-IF
           CLOSE BUSCTL.

       47-EXIT.
           EXIT.

       47-FILL-STEP-REC.
           MOVE AD-BUSINESS-DATE TO BC-STEP-BUS-DATE
           MOVE AD-MARK-RUN-ID   TO BC-STEP-RUN-ID
           MOVE AD-MARK-DATE     TO BC-STEP-DATE
           MOVE AD-MARK-TIME     TO BC-STEP-TIME
           MOVE RETURN-CODE      TO BC-STEP-RETURN-CODE.

       47-FILL-EXIT.
           EXIT.

      *                         A FATAL ERROR ON THE CONTROL FILE
      *                         AFTER THE RUN HAS FINISHED - THE
      *                         OUTPUT IS GOOD BUT THE STEP IS NOT
      *                         MARKED, SO ONLY BUSCTL IS CLOSED.
       47-MARK-ABEND.
           DISPLAY 'STKADJ1 - FATAL ERROR ON ' AD-ERROR-FILE-ID
                   ' - STATUS = ' AD-ERROR-STATUS
           DISPLAY 'STKADJ1 - STEP NOT MARKED COMPLETE FOR '
                   'BUSINESS DATE ' AD-BUSINESS-DATE
           MOVE 16 TO RETURN-CODE
           CLOSE BUSCTL
           STOP RUN.

       47-MARK-ABEND-EXIT.
           EXIT.

       90-ABEND.
           DISPLAY 'STKADJ1 - FATAL ERROR ON ' AD-ERROR-FILE-ID
                   ' - STATUS = ' AD-ERROR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ADJPOLD ADJCARD ADJPNEW ADJREL ADJLOG ADJRPT ADJAUD
                 ITEMMST ACCTMST
           STOP RUN.

       90-EXIT.
           EXIT.
