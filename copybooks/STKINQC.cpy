      *-------------------------------------------------------------*
      *  STKINQC : COMMAREA KEPT BETWEEN THE PSEUDO-CONVERSATIONAL   *
      *            TASKS OF THE ONLINE ACCOUNT INQUIRY - STKINQ1     *
      *            (TRANSACTION SKIQ, ACCOUNT SUMMARY) AND STKINQ2   *
      *            (TRANSACTION SKIH, HISTORY BROWSE AND DETAIL) -   *
      *            AND PASSED ON THE XCTL BETWEEN THEM. IT HOLDS THE *
      *            SCREEN ON DISPLAY, THE ACCOUNT AND HISTORY FROM-  *
      *            DATE IN USE, THE TRANHIST KEYS OF THE PAGE ON     *
      *            DISPLAY (SO PF7/PF8 AND A LINE SELECTION WORK     *
      *            FROM KEYS, NOT FROM A HELD BROWSE) AND THE KEY OF *
      *            THE RECORD EXPANDED. NOTHING IS HELD ACROSS A     *
      *            TERMINAL WAIT. FIXED AT 256 BYTES - KEEP THE      *
      *            FILLER IN STEP WITH ANY FIELDS ADDED. COPY THIS   *
      *            MEMBER DIRECTLY UNDER A 01-LEVEL WORKING-STORAGE  *
      *            ITEM, E.G.                                        *
      *               01  IQ-COMMAREA.                              *
      *                   COPY STKINQC.                             *
      *-------------------------------------------------------------*
           05  IC-SCREEN               PIC X(01).
               88  IC-ON-SUMMARY           VALUE 'S'.
               88  IC-TO-HISTORY           VALUE 'H'.
               88  IC-ON-LIST              VALUE 'L'.
               88  IC-ON-DETAIL            VALUE 'D'.
               88  IC-TO-SUMMARY           VALUE 'R'.
           05  IC-ACCOUNT-KEY          PIC X(04).
           05  IC-FROM-DATE            PIC 9(08).
           05  IC-START-KEY            PIC X(16).
           05  IC-PAGE-COUNT           PIC 9(02).
           05  IC-MORE-IND             PIC X(01).
               88  IC-MORE-AFTER           VALUE 'Y'.
           05  IC-PAGE-KEY             PIC X(16) OCCURS 12 TIMES.
           05  IC-DETAIL-KEY           PIC X(16).
           05  FILLER                  PIC X(16).
