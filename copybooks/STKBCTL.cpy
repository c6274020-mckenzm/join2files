      *-------------------------------------------------------------*
      *  STKBCTL : ONE RECORD ON THE BUSINESS-DATE CONTROL KSDS      *
      *            (BUSCTL, KEYED ON THE FIRST 16 BYTES, RECORDS     *
      *            FIXED AT 100). THE FILE IS THE SINGLE SOURCE OF   *
      *            THE PROCESSING CALENDAR FOR THE WHOLE CHAIN -     *
      *            NO STEP TAKES A DATE, CUTOFF OR INPUT GENERATION  *
      *            FROM ITS EXEC PARM. THREE RECORD TYPES:           *
      *              D - THE BUSINESS-DATE RECORD (ONE ONLY, KEY     *
      *                  'D' AND SPACES): CURRENT, PRIOR AND NEXT    *
      *                  BUSINESS DATES, THE INFILE1/INFILE2         *
      *                  GENERATION NUMBERS FOR THE CURRENT DATE,    *
      *                  THE HISTORY RETENTION (MONTHS) AND THE      *
      *                  ACKNOWLEDGMENT GRACE (DAYS), AND THE TWO    *
      *                  CUTOFFS DERIVED FROM THEM - RECOMPUTED BY   *
      *                  STKBDT1 ON EVERY ROLL OR CHANGE, NEVER      *
      *                  KEYED BY HAND.                              *
      *              H - ONE PER HOLIDAY (KEY 'H' + CCYYMMDD). A     *
      *                  HOLIDAY, LIKE A SATURDAY OR SUNDAY, IS      *
      *                  NEVER A BUSINESS DATE.                      *
      *              S - ONE PER GUARDED STEP (KEY 'S' + STEP NAME   *
      *                  + A FOUR-BYTE QUALIFIER - SPACES FOR A      *
      *                  NIGHTLY STEP, '*N' FOR PARTITION N OF A     *
      *                  PARTITIONED JOIN; A HAND-CODED JOIN RANGE   *
      *                  CARRIES ITS LOW KEY AND A POSTEXC RE-FEED   *
      *                  ITS GENERATION NUMBER): THE BUSINESS DATE   *
      *                  THE STEP LAST COMPLETED FOR AND THE RUN     *
      *                  THAT DID IT. A GUARDED STEP REFUSES TO RUN  *
      *                  WHEN THIS DATE EQUALS THE CURRENT BUSINESS  *
      *                  DATE. ONLY THE SPACES AND '*N' RECORDS ARE  *
      *                  NIGHTLY - THE ROLL CHECKS NO OTHERS.        *
      *            MAINTAINED ONLY BY STKBDT1 (THE NIGHTLY ROLL AND  *
      *            THE MAINTENANCE CARDS) AND BY EACH GUARDED STEP'S *
      *            OWN COMPLETION MARK. COPY THIS MEMBER DIRECTLY    *
      *            UNDER THE 01-LEVEL FD RECORD - THE FIELD NAMES    *
      *            ARE SHARED AS-IS, E.G.                            *
      *               01  BC-RECORD.                                *
      *                   COPY STKBCTL.                             *
      *-------------------------------------------------------------*
           05  BC-KEY.
               10  BC-REC-TYPE         PIC X(01).
                   88  BC-DATE-REC         VALUE 'D'.
                   88  BC-HOLIDAY-REC      VALUE 'H'.
                   88  BC-STEP-REC         VALUE 'S'.
               10  BC-KEY-DATA         PIC X(15).
               10  BC-HOL-KEY REDEFINES BC-KEY-DATA.
                   15  BC-HOL-DATE     PIC 9(08).
                   15  FILLER          PIC X(07).
               10  BC-STEP-KEY REDEFINES BC-KEY-DATA.
                   15  BC-STEP-NAME    PIC X(08).
                   15  BC-STEP-QUAL    PIC X(04).
                   15  FILLER          PIC X(03).
           05  BC-DATA                 PIC X(84).
           05  BC-DATE-DATA REDEFINES BC-DATA.
               10  BC-CURR-DATE        PIC 9(08).
               10  BC-PRIOR-DATE       PIC 9(08).
               10  BC-NEXT-DATE        PIC 9(08).
               10  BC-IN1-GENERATION   PIC 9(04).
               10  BC-IN2-GENERATION   PIC 9(04).
               10  BC-RETAIN-MONTHS    PIC 9(03).
               10  BC-GRACE-DAYS       PIC 9(03).
               10  BC-HIST-CUTOFF      PIC 9(08).
               10  BC-ACK-CUTOFF       PIC 9(06).
               10  BC-ROLL-DATE        PIC 9(06).
               10  BC-ROLL-TIME        PIC 9(08).
               10  BC-MAINT-USER       PIC X(08).
               10  FILLER              PIC X(10).
           05  BC-HOLIDAY-DATA REDEFINES BC-DATA.
               10  BC-HOL-DESC         PIC X(30).
               10  BC-HOL-USER         PIC X(08).
               10  BC-HOL-ADD-DATE     PIC 9(06).
               10  FILLER              PIC X(40).
           05  BC-STEP-DATA REDEFINES BC-DATA.
               10  BC-STEP-BUS-DATE    PIC 9(08).
               10  BC-STEP-RUN-ID      PIC X(12).
               10  BC-STEP-DATE        PIC 9(06).
               10  BC-STEP-TIME        PIC 9(08).
               10  BC-STEP-RETURN-CODE PIC 9(02).
               10  FILLER              PIC X(48).
