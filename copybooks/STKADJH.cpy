      *-------------------------------------------------------------*
      *  STKADJH : CONTROL RECORD LEADING THE ADJUSTMENT RELEASE     *
      *            FILE (ADJREL, RECFM=VB LRECL=129) THAT STKADJ1    *
      *            WRITES EACH NIGHT AND STKEDIT1 MERGES INTO THE    *
      *            INFILE2 STREAM. RECORD TYPE 'H', THE BUSINESS     *
      *            DATE THE ADJUSTMENTS WERE RELEASED FOR, AND THE   *
      *            COUNT AND AMOUNT OF THE 'A' DETAILS THAT FOLLOW.  *
      *            STKEDIT1 TAKES THE FILE ONLY WHEN THE DATE IS THE *
      *            CURRENT BUSINESS DATE - A RELEASE FILE LEFT OVER  *
      *            FROM AN EARLIER NIGHT IS NEVER POSTED TWICE - AND *
      *            BALANCES THE DETAILS READ AGAINST THE COUNT AND   *
      *            AMOUNT. 30 BYTES. COPY THIS MEMBER DIRECTLY UNDER *
      *            A 01-LEVEL ITEM, REPLACING THE FIELD NAMES BELOW, *
      *            E.G.                                              *
      *               COPY STKADJH REPLACING                        *
      *                  ==STK-AH-BUS-DATE== BY ==AH-BUS-DATE== ... *
      *-------------------------------------------------------------*
           05  STK-AH-RECORD-TYPE      PIC X(01).
           05  STK-AH-BUS-DATE         PIC 9(08).
           05  STK-AH-COUNT            PIC 9(08).
           05  STK-AH-AMOUNT           PIC S9(11)V99.
