      *-------------------------------------------------------------*
      *  STKRJCT : ONE STKEDIT1 REJECT RECORD (REJECTS, RECFM=VB     *
      *            LRECL=144). WHICH FILE THE BAD RECORD CAME FROM   *
      *            ('1' INFILE1, '2' INFILE2), THE TWO-BYTE REASON   *
      *            CODE, THE PENDING-REJECT ID WHEN THE RECORD WAS   *
      *            A CORRECTION RE-ENTERED BY STKRJM1 (SPACES FOR A  *
      *            FRESH UPSTREAM REJECT), AND THE FULL ORIGINAL     *
      *            RECORD IMAGE. THE RECORD IS VARIABLE - 15 BYTES   *
      *            OF PREFIX PLUS THE IMAGE LENGTH (13 FOR AN        *
      *            INFILE1 RECORD, 15-125 FOR INFILE2). STKRJM1      *
      *            READS THE FILE BACK INTO THE REJECT-PENDING       *
      *            CYCLE. COPY THIS MEMBER DIRECTLY UNDER THE        *
      *            01-LEVEL FD RECORD - THE FIELD NAMES ARE SHARED   *
      *            AS-IS, E.G.                                       *
      *               01  RJ-RECORD.                                *
      *                   COPY STKRJCT.                             *
      *-------------------------------------------------------------*
           05  RJ-FILE-ID              PIC X(01).
           05  RJ-REASON-CODE          PIC X(02).
           05  RJ-PEND-ID              PIC X(12).
           05  RJ-RECORD-IMAGE         PIC X(125).
