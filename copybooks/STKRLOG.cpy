      *  STKRLOG : ONE STANDARD COMPLETION RECORD ON THE SHARED      *
      *            RUN-LOG DATASET (RUNLOG, RECFM=FB LRECL=100,      *
      *            DISP=MOD). EVERY STEP IN THE CHAIN - STKEDIT1,    *
      *            STACKEX1, STKMRG1, STKPOST1, STKXTR1, STKCMP1,    *
      *            STKGLJ1 - APPENDS ONE AT NORMAL END OF RUN SO     *
      *            THE NIGHT'S COUNTS SURVIVE THE JOB LOG, AND       *
      *            STKRSH1 READS THEM BACK TO CROSS-FOOT THE CHAIN   *
      *            ON A SINGLE RUN SHEET. THE COUNTS ARE THE         *
      *            DETAIL-STREAM VIEW (THE STREAM THE MONEY RIDES    *
      *            ON): RECORDS IN AND OUT OF THE STEP, RECORDS      *
      *            REJECTED OR OTHERWISE REMOVED, RECORDS SUSPENDED, *
      *            AND THE STEP'S AMOUNT TOTAL. A STEP THAT ABENDS   *
      *            WRITES NOTHING - IT SHOWS AS MISSING ON THE RUN   *
      *            SHEET. COPY THIS MEMBER DIRECTLY UNDER THE        *
      *            01-LEVEL FD RECORD - THE FIELD NAMES ARE SHARED   *
      *            AS-IS, E.G.                                       *
      *               01  RLREC.                                    *
      *                   COPY STKRLOG.                             *
      *-------------------------------------------------------------*
