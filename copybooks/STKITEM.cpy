      *            BY-ITEM-CODE ACTIVITY SUMMARY. THE STATUS BYTE    *
      *            IS 'A' (ACTIVE) OR 'I' (INACTIVE); THE EFFECTIVE  *
      *            DATE IS THE FIRST TRAN DATE (CCYYMMDD) THE CODE   *
      *            MAY APPEAR ON. THE DATASET IS A GDG MAINTAINED    *
      *            ONLY BY STKIMM1 (ADD/CHANGE/DEACTIVATE/           *
      *            REACTIVATE CARDS, WITH A CHANGE LOG).             *
      *            COPY THIS MEMBER DIRECTLY UNDER A                 *
      *            01-LEVEL RECORD, REPLACING THE FIELD NAMES BELOW  *
      *            WITH NAMES CARRYING THE PREFIX FOR THIS PROGRAM,  *
      *            E.G.                                              *
