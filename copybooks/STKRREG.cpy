      *            EXPLICIT OVERRIDE, AND STKPOST1 RECORDS EACH      *
      *            OA-RUN-ID IT POSTED (TYPE 'P') AND HARD-STOPS     *
      *            BEFORE TOUCHING THE ACCOUNT MASTER IF THAT RUN    *
      *            HAS ALREADY BEEN APPLIED. A RE-FEED OF A POSTING- *
      *            EXCEPTION GENERATION (POSTEXC) IS RECORDED AS     *
      *            TYPE 'E', WITH THE POSTEXC GENERATION NUMBER IN   *
      *            RR-IN1-GENERATION, AND THE SAME GENERATION IS     *
      *            NEVER RE-FED TWICE. THE MONTH-END CLOSE           *
      *            (STKMEC1) RECORDS EACH PERIOD IT CLOSED (TYPE     *
      *            'C', RUN-ID SPACES, PERIOD IN RR-CLOSE-PERIOD)    *
      *            AND WILL NOT CLOSE THAT PERIOD, OR ANY EARLIER    *
      *            ONE, A SECOND TIME. THE PARTITION BYTE IS         *
      *            SPACE FOR A SINGLE-STREAM JOIN AND '1'-'4' FOR A  *
      *            PARTITION JOB, SO FOUR PARTITIONS OF THE SAME     *
      *            NIGHT DO NOT BLOCK ONE ANOTHER. RECORDS ARE ONLY  *
           05  RR-ENTRY-TYPE           PIC X(01).
               88  RR-JOIN-ENTRY           VALUE 'J'.
               88  RR-POST-ENTRY           VALUE 'P'.
               88  RR-CLOSE-ENTRY          VALUE 'C'.
               88  RR-REFEED-ENTRY         VALUE 'E'.
           05  RR-RUN-ID               PIC X(12).
           05  RR-IN1-GENERATION       PIC 9(04).
           05  RR-IN2-GENERATION       PIC 9(04).
           05  RR-PARTITION            PIC X(01).
           05  RR-REG-DATE             PIC 9(06).
           05  RR-REG-TIME             PIC 9(08).
           05  RR-CLOSE-PERIOD         PIC X(06).
           05  FILLER                  PIC X(38).
