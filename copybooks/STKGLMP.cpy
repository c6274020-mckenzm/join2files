      *-------------------------------------------------------------*
      *  STKGLMP : ONE ENTRY ON THE GENERAL-LEDGER MAPPING TABLE     *
      *            (GLMAP) THAT STKGLJ1 USES TO TURN THE NIGHT'S     *
      *            JOINED ACTIVITY AND WRITE-OFFS INTO A BALANCED    *
      *            GL JOURNAL. TWO KINDS OF ENTRY:                   *
      *              'I' - ONE PER ITEM CODE: THE GL ACCOUNT A       *
      *                    POSITIVE LINE-ITEM AMOUNT DEBITS AND THE  *
      *                    ONE IT CREDITS (A NEGATIVE AMOUNT - A     *
      *                    CREDIT OR REVERSAL - POSTS THE OTHER WAY  *
      *                    ROUND)                                    *
      *              'W' - EXACTLY ONE, ITEM CODE BLANK: THE         *
      *                    WRITE-OFF EXPENSE ACCOUNT IN THE DEBIT    *
      *                    FIELD. A WRITTEN-OFF LINE ITEM DEBITS IT  *
      *                    AND CREDITS THE ITEM CODE'S OWN CREDIT    *
      *                    ACCOUNT.                                  *
      *            THE DATASET IS A GDG MAINTAINED ONLY BY STKGLM1   *
      *            (ADD/CHANGE/DELETE CARDS, WITH A CHANGE LOG),     *
      *            WHICH STAMPS WHO LAST CHANGED AN ENTRY AND WHEN   *
      *            (YYMMDD). COPY THIS MEMBER DIRECTLY UNDER A       *
      *            01-LEVEL RECORD, REPLACING THE FIELD NAMES BELOW  *
      *            WITH NAMES CARRYING THE PREFIX FOR THIS PROGRAM,  *
      *            E.G.                                              *
      *               COPY STKGLMP REPLACING                        *
      *                  ==STK-GM-ITEM-CODE== BY ==GM-ITEM-CODE==   *
      *                  ...                                        *
      *            THE RECORD IS FIXED AT 60 BYTES - KEEP THE        *
      *            FILLER IN STEP WITH ANY FIELDS ADDED.             *
      *-------------------------------------------------------------*
           05  STK-GM-ENTRY-TYPE       PIC X(01).
           05  STK-GM-ITEM-CODE        PIC X(04).
           05  STK-GM-DEBIT-ACCT       PIC X(10).
           05  STK-GM-CREDIT-ACCT      PIC X(10).
           05  STK-GM-CHANGED-DATE     PIC 9(06).
           05  STK-GM-CHANGED-BY       PIC X(08).
           05  FILLER                  PIC X(21).
