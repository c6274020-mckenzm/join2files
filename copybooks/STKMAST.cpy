      *            INQUIRY. KEYED ON THE ACCOUNT KEY; CARRIES THE    *
      *            LATEST DETAIL TRAN DATE POSTED, THE ACCUMULATED   *
      *            LINE-ITEM AMOUNTS, A POSTING COUNT, AND THE       *
      *            RUN-ID THAT LAST TOUCHED THE ACCOUNT, PLUS THE    *
      *            ACCOUNT'S LIFECYCLE STATUS - 'O' OPEN, 'F' FROZEN *
      *            OR 'C' CLOSED - WITH THE DATES IT WAS OPENED AND  *
      *            CLOSED (CCYYMMDD, ZERO UNTIL IT HAPPENS). ONLY    *
      *            STKAMM1 CREATES A MASTER RECORD OR CHANGES ITS    *
      *            STATUS; STKPOST1 POSTS TO OPEN ACCOUNTS ONLY.     *
      *            MONTH-TO-DATE: STKPOST1 ALSO ADDS EACH POSTING TO *
      *            THE MTD AMOUNT AND COUNT, AND THE MONTH-END CLOSE *
      *            (STKMEC1) SNAPSHOTS THEM TO THE PERIOD HISTORY,   *
      *            RESETS THEM TO ZERO AND STAMPS THE PERIOD CLOSED  *
      *            (CCYYMM). RECORDS WRITTEN BEFORE THESE FIELDS     *
      *            EXISTED CARRY SPACES THERE - TREAT A NON-NUMERIC  *
      *            MTD FIELD AS ZERO.                                *
      *            COPY THIS MEMBER DIRECTLY UNDER A 01-LEVEL        *
      *            RECORD, REPLACING THE FIELD NAMES BELOW WITH      *
      *            NAMES CARRYING THE PREFIX FOR THIS PROGRAM, E.G.  *
      *               COPY STKMAST REPLACING                        *
      *                  ==STK-AM-ACCOUNT-KEY== BY                  *
      *                     ==AM-ACCOUNT-KEY== ...                  *
      *            THE RECORD IS FIXED AT 100 BYTES - KEEP THE       *
      *            FILLER IN STEP WITH ANY FIELDS ADDED.             *
      *-------------------------------------------------------------*
           05  STK-AM-ACCOUNT-KEY      PIC X(04).
           05  STK-AM-AMOUNT-TOTAL     PIC S9(11)V99.
           05  STK-AM-POST-COUNT       PIC 9(08).
           05  STK-AM-LAST-RUN-ID      PIC X(12).
           05  STK-AM-STATUS           PIC X(01).
           05  STK-AM-OPEN-DATE        PIC 9(08).
           05  STK-AM-CLOSE-DATE       PIC 9(08).
           05  STK-AM-MTD-AMOUNT       PIC S9(11)V99.
           05  STK-AM-MTD-COUNT        PIC 9(08).
           05  STK-AM-LAST-CLOSE-PERIOD PIC 9(06).
           05  FILLER                  PIC X(11).
