      *-------------------------------------------------------------*
      *  STKARCX : ONE RECORD ON THE ARCHIVE INDEX (ARCINDX, VSAM    *
      *            KSDS, 120 BYTES, KEYED ON RUN-ID PLUS DATASET     *
      *            CODE - 13 BYTES). STKARC1 WRITES ONE ENTRY PER    *
      *            DATASET PER NIGHT ('O' OUTFILE, 'S' SUSPFILE,     *
      *            'W' WRITEOFF, 'P' POSTIN - THE POSTING INPUT      *
      *            STKDUP1 CUT): THE ARCHIVE GENERATION HOLDING IT,  *
      *            THE BUSINESS DATE, THE RECORD COUNT AND AMOUNT    *
      *            TOTAL ARCHIVED, THE RUN-LOG FIGURES THEY WERE     *
      *            CHECKED AGAINST (AND WHICH STEP LOGGED THEM), AND *
      *            THE VERDICT. STATUS 'B' BALANCED, 'U' OUT OF      *
      *            BALANCE (REASON 'AC' THE ARCHIVE COPY DOES NOT    *
      *            AGREE WITH THE GENERATION READ, 'LC' THE COUNT OR *
      *            'LA' THE AMOUNT DOES NOT AGREE WITH THE RUN-LOG), *
      *            'N' NOT CHECKED (REASON 'NL' - NO RUN-LOG FIGURE  *
      *            FOR THE DATASET). STKRTV1 FINDS A RUN'S ARCHIVE   *
      *            THROUGH IT AND STKRSH1 PRINTS THE RUN'S ENTRIES   *
      *            ON THE RUN SHEET. ONE CONTROL RECORD (RUN-ID ALL  *
      *            ZEROS, CODE 'C') CARRIES THE LAST ARCHIVE         *
      *            GENERATION NUMBER CUT. COPY THIS MEMBER DIRECTLY  *
      *            UNDER THE 01-LEVEL FD RECORD - THE FIELD NAMES    *
      *            ARE SHARED AS-IS, E.G.                            *
      *               01  AX-RECORD.                                *
      *                   COPY STKARCX.                             *
      *-------------------------------------------------------------*
           05  AX-KEY.
               10  AX-RUN-ID           PIC X(12).
               10  AX-DSN-CODE         PIC X(01).
                   88  AX-OUTFILE-ENTRY    VALUE 'O'.
                   88  AX-SUSPFILE-ENTRY   VALUE 'S'.
                   88  AX-WRITEOFF-ENTRY   VALUE 'W'.
                   88  AX-POSTIN-ENTRY     VALUE 'P'.
                   88  AX-CONTROL-ENTRY    VALUE 'C'.
           05  AX-DATA                 PIC X(107).
           05  AX-ENTRY-DATA REDEFINES AX-DATA.
               10  AX-DSN-NAME         PIC X(08).
               10  AX-ARC-GEN          PIC 9(04).
               10  AX-BUS-DATE         PIC 9(08).
               10  AX-REC-COUNT        PIC 9(08).
               10  AX-AMOUNT           PIC S9(11)V99.
               10  AX-LOG-COUNT-IND    PIC X(01).
                   88  AX-LOG-COUNT-FOUND  VALUE 'Y'.
               10  AX-LOG-COUNT        PIC 9(08).
               10  AX-LOG-AMOUNT-IND   PIC X(01).
                   88  AX-LOG-AMOUNT-FOUND VALUE 'Y'.
               10  AX-LOG-AMOUNT       PIC S9(11)V99.
               10  AX-LOG-STEP         PIC X(08).
               10  AX-STATUS           PIC X(01).
                   88  AX-BALANCED         VALUE 'B'.
                   88  AX-UNBALANCED       VALUE 'U'.
                   88  AX-NOT-CHECKED      VALUE 'N'.
               10  AX-REASON           PIC X(02).
               10  AX-ARC-DATE         PIC 9(06).
               10  AX-ARC-TIME         PIC 9(08).
               10  FILLER              PIC X(18).
           05  AX-CONTROL-DATA REDEFINES AX-DATA.
               10  AX-LAST-ARC-GEN     PIC 9(04).
               10  AX-LAST-RUN-ID      PIC X(12).
               10  AX-LAST-BUS-DATE    PIC 9(08).
               10  FILLER              PIC X(83).
