      *                  ==STK-TH-HIST-KEY== BY ==TH-HIST-KEY== ... *
      *            THE RECORD IS FIXED AT 170 BYTES - KEEP THE       *
      *            LINE-ITEM TABLE IN STEP WITH THE OUTREC LAYOUT.   *
      *            AS ON THE OUTREC AUDIT STAMP (SEE STKAUDIT), AN   *
      *            INFILE2 GENERATION OF ZERO MARKS A MANUAL         *
      *            ADJUSTMENT.                                       *
      *-------------------------------------------------------------*
           05  STK-TH-HIST-KEY.
               10  STK-TH-ACCOUNT-KEY  PIC X(04).
