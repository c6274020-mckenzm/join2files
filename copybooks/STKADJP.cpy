      *-------------------------------------------------------------*
      *  STKADJP : ONE MANUAL ADJUSTMENT ON THE ADJUSTMENT REGISTER  *
      *            (ADJPEND GDG, RECFM=FB LRECL=150) THAT STKADJ1    *
      *            CARRIES FROM DAY TO DAY. OPERATIONS ENTER AN      *
      *            ADJUSTMENT (MAKER) AND A SECOND, DIFFERENT USER   *
      *            APPROVES OR REJECTS IT (CHECKER); THE NIGHTLY     *
      *            RELEASE SENDS EVERY APPROVED ADJUSTMENT TO THE    *
      *            EDIT STEP AS AN INFILE2 'A' DETAIL. THE ID IS THE *
      *            BUSINESS DATE IT WAS ENTERED (CCYYMMDD) PLUS A    *
      *            FOUR-DIGIT SEQUENCE WITHIN THAT DATE. STATUS:     *
      *               P - PENDING APPROVAL                          *
      *               A - APPROVED, WAITING FOR THE NIGHTLY RELEASE *
      *               R - REJECTED BY THE CHECKER (FINAL)           *
      *               L - RELEASED TO THE EDIT STEP (FINAL)         *
      *            R AND L ENTRIES STAY ON THE REGISTER FOR THE      *
      *            DAY'S REPORT AND ARE DROPPED ON THE NEXT BUSINESS *
      *            DATE - THE ADJLOG/ADJAUD TRAIL KEEPS THE HISTORY. *
      *            THE AMOUNT IS SIGNED, TWO DECIMALS, AND BECOMES   *
      *            THE SINGLE LINE ITEM OF THE RELEASED DETAIL.      *
      *            COPY THIS MEMBER DIRECTLY UNDER A 01-LEVEL        *
      *            RECORD, REPLACING THE FIELD NAMES BELOW WITH      *
      *            NAMES CARRYING THE PREFIX FOR THIS PROGRAM, E.G.  *
      *               COPY STKADJP REPLACING                        *
      *                  ==STK-AJ-ADJ-ID== BY ==OA-ADJ-ID== ...     *
      *            THE RECORD IS FIXED AT 150 BYTES - KEEP THE       *
      *            FILLER IN STEP WITH ANY FIELDS ADDED.             *
      *-------------------------------------------------------------*
           05  STK-AJ-ADJ-ID           PIC X(12).
           05  STK-AJ-STATUS           PIC X(01).
           05  STK-AJ-ACCOUNT-KEY      PIC X(04).
           05  STK-AJ-TRAN-DATE        PIC 9(08).
           05  STK-AJ-ITEM-CODE        PIC X(04).
           05  STK-AJ-AMOUNT           PIC S9(05)V99.
           05  STK-AJ-REQUESTER        PIC X(08).
           05  STK-AJ-REASON           PIC X(35).
           05  STK-AJ-ENTRY-DATE       PIC 9(08).
           05  STK-AJ-CHECKER          PIC X(08).
           05  STK-AJ-DECISION-DATE    PIC 9(08).
           05  STK-AJ-DECISION-NOTE    PIC X(35).
           05  STK-AJ-RELEASE-DATE     PIC 9(08).
           05  FILLER                  PIC X(04).
