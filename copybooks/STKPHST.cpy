      *-------------------------------------------------------------*
      *  STKPHST : ONE PERIOD-HISTORY RECORD - THE MONTH-END         *
      *            SNAPSHOT OF AN ACCOUNT-MASTER RECORD WRITTEN BY   *
      *            THE STKMEC1 CLOSE TO THE PERHIST GDG (RECFM=FB    *
      *            LRECL=100), ONE GENERATION PER CLOSED PERIOD IN   *
      *            ACCOUNT-KEY ORDER. CARRIES THE PERIOD (CCYYMM),   *
      *            THE ACCOUNT'S STATUS AT CLOSE, THE OPENING        *
      *            BALANCE (THE PRIOR PERIOD'S CLOSING BALANCE, OR   *
      *            - FOR AN ACCOUNT WITH NO PRIOR SNAPSHOT - THE     *
      *            MASTER TOTAL LESS THE MONTH-TO-DATE AMOUNT; THE   *
      *            SOURCE BYTE SAYS WHICH), THE MONTH-TO-DATE AMOUNT *
      *            AND POSTING COUNT TAKEN OFF THE MASTER, THE       *
      *            PERIOD ACTIVITY AND RECORD COUNT SUMMED FROM      *
      *            TRANHIST, THE CLOSING BALANCE (THE MASTER TOTAL)  *
      *            AND THE RESULT OF THE BALANCE-FORWARD PROOF       *
      *            (OPENING + TRANHIST ACTIVITY = CLOSING). THE NEXT *
      *            CLOSE READS THIS GENERATION BACK FOR ITS OPENING  *
      *            BALANCES. COPY THIS MEMBER DIRECTLY UNDER A       *
      *            01-LEVEL RECORD, REPLACING THE FIELD NAMES BELOW  *
      *            WITH NAMES CARRYING THE PREFIX FOR THIS PROGRAM,  *
      *            E.G.                                              *
      *               COPY STKPHST REPLACING                        *
      *                  ==STK-PH-ACCOUNT-KEY== BY                  *
      *                     ==PH-ACCOUNT-KEY== ...                  *
      *            THE RECORD IS FIXED AT 100 BYTES - KEEP THE       *
      *            FILLER IN STEP WITH ANY FIELDS ADDED.             *
      *-------------------------------------------------------------*
           05  STK-PH-PERIOD           PIC 9(06).
           05  STK-PH-ACCOUNT-KEY      PIC X(04).
           05  STK-PH-STATUS           PIC X(01).
           05  STK-PH-OPEN-SOURCE      PIC X(01).
               88  STK-PH-OPEN-FROM-PRIOR  VALUE 'P'.
               88  STK-PH-OPEN-DERIVED     VALUE 'D'.
           05  STK-PH-OPEN-BALANCE     PIC S9(11)V99.
           05  STK-PH-MTD-AMOUNT       PIC S9(11)V99.
           05  STK-PH-MTD-COUNT        PIC 9(08).
           05  STK-PH-HIST-AMOUNT      PIC S9(11)V99.
           05  STK-PH-HIST-COUNT       PIC 9(08).
           05  STK-PH-CLOSE-BALANCE    PIC S9(11)V99.
           05  STK-PH-PROOF-FLAG       PIC X(01).
               88  STK-PH-PROOF-BALANCED   VALUE 'B'.
               88  STK-PH-PROOF-EXCEPTION  VALUE 'E'.
           05  STK-PH-CLOSE-DATE       PIC 9(06).
           05  FILLER                  PIC X(13).
