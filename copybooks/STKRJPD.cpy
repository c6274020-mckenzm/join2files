      *-------------------------------------------------------------*
      *  STKRJPD : ONE OPEN REJECT ON THE REJECT-PENDING FILE        *
      *            (REJPEND GDG, RECFM=FB LRECL=180) THAT STKRJM1    *
      *            CARRIES FROM NIGHT TO NIGHT UNTIL THE REJECT IS   *
      *            CORRECTED AND PASSES THE STKEDIT1 EDITS, OR IS    *
      *            DELETED WITH A REASON. THE PENDING ID IS THE RUN  *
      *            DATE THE REJECT FIRST ARRIVED (YYMMDD) PLUS A     *
      *            SIX-DIGIT SEQUENCE, SO THE FILE SORTS OLDEST      *
      *            FIRST. STATUS 'O' IS OPEN (WAITING FOR A          *
      *            CORRECTION); 'R' IS RELEASED (CORRECTED AND SENT  *
      *            TO THE NEXT EDIT ON THE RE-ENTRY FILES). THE AGE  *
      *            IS THE NUMBER OF NIGHTLY CYCLES THE REJECT HAS    *
      *            BEEN OUTSTANDING. THE AMOUNT IS THE SUM OF THE    *
      *            LINE-ITEM AMOUNTS WHEN THE IMAGE IS READABLE      *
      *            ENOUGH TO ADD THEM UP ('Y' IN THE KNOWN FLAG),    *
      *            ELSE ZERO. COPY THIS MEMBER DIRECTLY UNDER A      *
      *            01-LEVEL RECORD, REPLACING THE FIELD NAMES BELOW  *
      *            WITH NAMES CARRYING THE PREFIX FOR THIS PROGRAM,  *
      *            E.G.                                              *
      *               COPY STKRJPD REPLACING                        *
      *                  ==STK-PD-PEND-ID== BY ==OP-PEND-ID== ...   *
      *            THE RECORD IS FIXED AT 180 BYTES - KEEP THE       *
      *            FILLER IN STEP WITH ANY FIELDS ADDED.             *
      *-------------------------------------------------------------*
           05  STK-PD-PEND-ID          PIC X(12).
           05  STK-PD-FILE-ID          PIC X(01).
           05  STK-PD-REASON-CODE      PIC X(02).
           05  STK-PD-STATUS           PIC X(01).
           05  STK-PD-FIRST-DATE       PIC 9(06).
           05  STK-PD-AGE              PIC 9(03).
           05  STK-PD-AMOUNT           PIC S9(11)V99.
           05  STK-PD-AMOUNT-KNOWN     PIC X(01).
           05  STK-PD-IMAGE-LENGTH     PIC 9(03).
           05  STK-PD-RECORD-IMAGE     PIC X(125).
           05  FILLER                  PIC X(13).
