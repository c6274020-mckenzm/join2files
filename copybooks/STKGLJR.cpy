      *-------------------------------------------------------------*
      *  STKGLJR : ONE RECORD ON THE DAILY GENERAL-LEDGER JOURNAL    *
      *            FEED (GLJRNL) WRITTEN BY STKGLJ1. EACH DETAIL     *
      *            ('D') RECORD IS ONE SIDE OF A JOURNAL ENTRY - A   *
      *            GL ACCOUNT, 'D' DEBIT OR 'C' CREDIT, AND AN       *
      *            UNSIGNED AMOUNT - SUMMARISED BY ITEM CODE AND     *
      *            SOURCE ('O' JOINED ACTIVITY FROM OUTFILE, 'W'     *
      *            AGED-SUSPENSE WRITE-OFF). DEBITS AND CREDITS ARE  *
      *            WRITTEN IN PAIRS, SO THE FILE ALWAYS BALANCES.    *
      *            THE LAST RECORD IS THE CONTROL TRAILER ('T')      *
      *            CARRYING THE ENTRY COUNT AND THE DEBIT AND        *
      *            CREDIT TOTALS THE GL SIDE MUST PROVE BEFORE IT    *
      *            LOADS THE FEED, PLUS THE SOURCE RECORD COUNTS. A  *
      *            FEED WITH NO TRAILER IS INCOMPLETE AND MUST NOT   *
      *            BE LOADED. COPY THIS MEMBER DIRECTLY UNDER THE    *
      *            01-LEVEL FD RECORD - THE FIELD NAMES ARE SHARED   *
      *            AS-IS, E.G.                                       *
      *               01  GJREC.                                    *
      *                   COPY STKGLJR.                             *
      *            THE RECORD IS FIXED AT 100 BYTES.                 *
      *-------------------------------------------------------------*
           05  GJ-REC-TYPE             PIC X(01).
               88  GJ-DETAIL                 VALUE 'D'.
               88  GJ-TRAILER                VALUE 'T'.
           05  GJ-RUN-ID               PIC X(12).
           05  GJ-POST-DATE            PIC 9(06).
           05  GJ-DETAIL-DATA.
               10  GJ-SOURCE           PIC X(01).
                   88  GJ-FROM-OUTFILE       VALUE 'O'.
                   88  GJ-FROM-WRITEOFF      VALUE 'W'.
               10  GJ-ITEM-CODE        PIC X(04).
               10  GJ-GL-ACCOUNT       PIC X(10).
               10  GJ-DR-CR            PIC X(01).
                   88  GJ-DEBIT              VALUE 'D'.
                   88  GJ-CREDIT             VALUE 'C'.
               10  GJ-AMOUNT           PIC 9(11)V99.
               10  GJ-LINE-COUNT       PIC 9(08).
               10  FILLER              PIC X(44).
           05  GJ-TRAILER-DATA REDEFINES GJ-DETAIL-DATA.
               10  GJ-TRL-ENTRY-COUNT  PIC 9(08).
               10  GJ-TRL-DEBIT-TOTAL  PIC 9(13)V99.
               10  GJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
               10  GJ-TRL-OUT-RECORDS  PIC 9(08).
               10  GJ-TRL-WO-RECORDS   PIC 9(08).
               10  GJ-TRL-NET-ACTIVITY PIC S9(11)V99.
               10  GJ-TRL-NET-WRITEOFF PIC S9(11)V99.
               10  FILLER              PIC X(01).
