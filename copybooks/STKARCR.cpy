      *-------------------------------------------------------------*
      *  STKARCR : ONE RECORD ON THE LONG-TERM ARCHIVE (THE ARCHIVE  *
      *            GDG, RECFM=VB LRECL=187) THAT STKARC1 CUTS EACH   *
      *            NIGHT AND STKRTV1 READS BACK. ONE GENERATION      *
      *            HOLDS ONE NIGHT: AN 'H' HEADER (ARCHIVE           *
      *            GENERATION NUMBER, RUN-ID, BUSINESS DATE), THEN   *
      *            EVERY OUTFILE, SUSPFILE, WRITEOFF AND POSTIN      *
      *            RECORD OF THE NIGHT AS A 'D' RECORD - DATASET     *
      *            CODE ('O', 'S', 'W' OR 'P'), SEQUENCE WITHIN THE  *
      *            DATASET, THE ORIGINAL RECORD LENGTH AND THE       *
      *            RECORD IMAGE BYTE FOR BYTE - AND A 'T' TRAILER    *
      *            CARRYING THE HEADER FIELDS AGAIN WITH THE FOUR    *
      *            RECORD COUNTS. A 'D' RECORD IS 13 BYTES LONGER    *
      *            THAN THE RECORD IT HOLDS; 'H' AND 'T' ARE 83      *
      *            BYTES. COPY THIS MEMBER DIRECTLY UNDER THE        *
      *            01-LEVEL FD RECORD - THE FIELD NAMES ARE SHARED   *
      *            AS-IS, E.G.                                       *
      *               01  AR-RECORD.                                *
      *                   COPY STKARCR.                             *
      *-------------------------------------------------------------*
           05  AR-REC-TYPE             PIC X(01).
               88  AR-HEADER-REC           VALUE 'H'.
               88  AR-DATA-REC             VALUE 'D'.
               88  AR-TRAILER-REC          VALUE 'T'.
           05  AR-DSN-CODE             PIC X(01).
           05  AR-SEQ                  PIC 9(08).
           05  AR-LENGTH               PIC 9(03).
           05  AR-IMAGE                PIC X(170).
           05  AR-CONTROL-DATA REDEFINES AR-IMAGE.
               10  AR-ARC-GEN          PIC 9(04).
               10  AR-RUN-ID           PIC X(12).
               10  AR-BUS-DATE         PIC 9(08).
               10  AR-ARC-DATE         PIC 9(06).
               10  AR-ARC-TIME         PIC 9(08).
               10  AR-OUT-COUNT        PIC 9(08).
               10  AR-SUSP-COUNT       PIC 9(08).
               10  AR-WOFF-COUNT       PIC 9(08).
               10  AR-POST-COUNT       PIC 9(08).
               10  FILLER              PIC X(100).
