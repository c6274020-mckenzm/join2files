      *  STKAUDIT : PER-RECORD AUDIT STAMP CARRIED ON EVERY JOINED   *
      *             RECORD - WHICH RUN PRODUCED IT, WHEN, AND WHICH  *
      *             INFILE1/INFILE2 GENERATIONS IT WAS JOINED FROM.  *
      *             AN INFILE2 GENERATION OF ZERO MARKS A MANUAL     *
      *             ADJUSTMENT - THE DETAIL CAME FROM THE STKADJ1    *
      *             RELEASE FILE, NOT AN INFILE2 GENERATION (REAL    *
      *             GENERATIONS RUN 0001-9999, NEVER ZERO).          *
      *             COPY THIS MEMBER UNDER A 05-LEVEL GROUP,         *
      *             REPLACING THE FIELD NAMES BELOW, E.G.            *
      *                COPY STKAUDIT REPLACING                      *
