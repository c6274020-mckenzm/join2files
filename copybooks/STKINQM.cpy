      *-------------------------------------------------------------*
      *  STKINQM : SYMBOLIC MAPS FOR BMS MAPSET STKINQM - THE        *
      *            ONLINE ACCOUNT SUMMARY (STKIM1) AND THE           *
      *            TRANSACTION-HISTORY BROWSE (STKIM2) AND DETAIL    *
      *            (STKIM3) USED BY STKINQ1 AND STKINQ2. FIELD NAMES *
      *            ARE UNIQUE ACROSS THE THREE MAPS SO BOTH PROGRAMS *
      *            COPY THE WHOLE MEMBER. FOR EACH FIELD: L = LENGTH *
      *            KEYED (MOVE -1 TO PLACE THE CURSOR), F/A = FLAG   *
      *            OR ATTRIBUTE BYTE, I/O = THE DATA. THIS IS THE    *
      *            SYSPARM=DSECT ASSEMBLY OF STKINQM.BMS - KEEP THE  *
      *            TWO IN STEP. COPY AT THE 01 LEVEL IN WORKING-     *
      *            STORAGE:                                          *
      *               COPY STKINQM.                                  *
      *-------------------------------------------------------------*
       01  STKIM1I.
           02  FILLER              PIC X(12).
           02  ACCTL               PIC S9(04) COMP.
           02  ACCTF               PIC X(01).
           02  FILLER REDEFINES ACCTF.
               03  ACCTA           PIC X(01).
           02  ACCTI               PIC X(04).
           02  STATL               PIC S9(04) COMP.
           02  STATF               PIC X(01).
           02  FILLER REDEFINES STATF.
               03  STATA           PIC X(01).
           02  STATI               PIC X(10).
           02  OPNDL               PIC S9(04) COMP.
           02  OPNDF               PIC X(01).
           02  FILLER REDEFINES OPNDF.
               03  OPNDA           PIC X(01).
           02  OPNDI               PIC X(10).
           02  CLSDL               PIC S9(04) COMP.
           02  CLSDF               PIC X(01).
           02  FILLER REDEFINES CLSDF.
               03  CLSDA           PIC X(01).
           02  CLSDI               PIC X(10).
           02  LTDTL               PIC S9(04) COMP.
           02  LTDTF               PIC X(01).
           02  FILLER REDEFINES LTDTF.
               03  LTDTA           PIC X(01).
           02  LTDTI               PIC X(10).
           02  AMTTL               PIC S9(04) COMP.
           02  AMTTF               PIC X(01).
           02  FILLER REDEFINES AMTTF.
               03  AMTTA           PIC X(01).
           02  AMTTI               PIC X(18).
           02  PCNTL               PIC S9(04) COMP.
           02  PCNTF               PIC X(01).
           02  FILLER REDEFINES PCNTF.
               03  PCNTA           PIC X(01).
           02  PCNTI               PIC X(10).
           02  LRUNL               PIC S9(04) COMP.
           02  LRUNF               PIC X(01).
           02  FILLER REDEFINES LRUNF.
               03  LRUNA           PIC X(01).
           02  LRUNI               PIC X(12).
           02  MTDAL               PIC S9(04) COMP.
           02  MTDAF               PIC X(01).
           02  FILLER REDEFINES MTDAF.
               03  MTDAA           PIC X(01).
           02  MTDAI               PIC X(18).
           02  MTDCL               PIC S9(04) COMP.
           02  MTDCF               PIC X(01).
           02  FILLER REDEFINES MTDCF.
               03  MTDCA           PIC X(01).
           02  MTDCI               PIC X(10).
           02  LCLPL               PIC S9(04) COMP.
           02  LCLPF               PIC X(01).
           02  FILLER REDEFINES LCLPF.
               03  LCLPA           PIC X(01).
           02  LCLPI               PIC X(07).
           02  HDTEL               PIC S9(04) COMP.
           02  HDTEF               PIC X(01).
           02  FILLER REDEFINES HDTEF.
               03  HDTEA           PIC X(01).
           02  HDTEI               PIC X(08).
           02  SMSGL               PIC S9(04) COMP.
           02  SMSGF               PIC X(01).
           02  FILLER REDEFINES SMSGF.
               03  SMSGA           PIC X(01).
           02  SMSGI               PIC X(79).
       01  STKIM1O REDEFINES STKIM1I.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(03).
           02  ACCTO               PIC X(04).
           02  FILLER              PIC X(03).
           02  STATO               PIC X(10).
           02  FILLER              PIC X(03).
           02  OPNDO               PIC X(10).
           02  FILLER              PIC X(03).
           02  CLSDO               PIC X(10).
           02  FILLER              PIC X(03).
           02  LTDTO               PIC X(10).
           02  FILLER              PIC X(03).
           02  AMTTO               PIC X(18).
           02  FILLER              PIC X(03).
           02  PCNTO               PIC X(10).
           02  FILLER              PIC X(03).
           02  LRUNO               PIC X(12).
           02  FILLER              PIC X(03).
           02  MTDAO               PIC X(18).
           02  FILLER              PIC X(03).
           02  MTDCO               PIC X(10).
           02  FILLER              PIC X(03).
           02  LCLPO               PIC X(07).
           02  FILLER              PIC X(03).
           02  HDTEO               PIC X(08).
           02  FILLER              PIC X(03).
           02  SMSGO               PIC X(79).
       01  STKIM2I.
           02  FILLER              PIC X(12).
           02  HACCL               PIC S9(04) COMP.
           02  HACCF               PIC X(01).
           02  FILLER REDEFINES HACCF.
               03  HACCA           PIC X(01).
           02  HACCI               PIC X(04).
           02  FDTEL               PIC S9(04) COMP.
           02  FDTEF               PIC X(01).
           02  FILLER REDEFINES FDTEF.
               03  FDTEA           PIC X(01).
           02  FDTEI               PIC X(08).
           02  SELNL               PIC S9(04) COMP.
           02  SELNF               PIC X(01).
           02  FILLER REDEFINES SELNF.
               03  SELNA           PIC X(01).
           02  SELNI               PIC X(02).
           02  HLIND               OCCURS 12 TIMES.
               03  HLINL           PIC S9(04) COMP.
               03  HLINF           PIC X(01).
               03  HLINI           PIC X(79).
           02  HMSGL               PIC S9(04) COMP.
           02  HMSGF               PIC X(01).
           02  FILLER REDEFINES HMSGF.
               03  HMSGA           PIC X(01).
           02  HMSGI               PIC X(79).
       01  STKIM2O REDEFINES STKIM2I.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(03).
           02  HACCO               PIC X(04).
           02  FILLER              PIC X(03).
           02  FDTEO               PIC X(08).
           02  FILLER              PIC X(03).
           02  SELNO               PIC X(02).
           02  HLING               OCCURS 12 TIMES.
               03  FILLER          PIC X(02).
               03  HLINZ           PIC X(01).
               03  HLINO           PIC X(79).
           02  FILLER              PIC X(03).
           02  HMSGO               PIC X(79).
       01  STKIM3I.
           02  FILLER              PIC X(12).
           02  DACCL               PIC S9(04) COMP.
           02  DACCF               PIC X(01).
           02  FILLER REDEFINES DACCF.
               03  DACCA           PIC X(01).
           02  DACCI               PIC X(04).
           02  DTDTL               PIC S9(04) COMP.
           02  DTDTF               PIC X(01).
           02  FILLER REDEFINES DTDTF.
               03  DTDTA           PIC X(01).
           02  DTDTI               PIC X(10).
           02  DSEQL               PIC S9(04) COMP.
           02  DSEQF               PIC X(01).
           02  FILLER REDEFINES DSEQF.
               03  DSEQA           PIC X(01).
           02  DSEQI               PIC X(04).
           02  DDTLL               PIC S9(04) COMP.
           02  DDTLF               PIC X(01).
           02  FILLER REDEFINES DDTLF.
               03  DDTLA           PIC X(01).
           02  DDTLI               PIC X(10).
           02  DITMD               OCCURS 10 TIMES.
               03  DITML           PIC S9(04) COMP.
               03  DITMF           PIC X(01).
               03  DITMI           PIC X(79).
           02  DNETL               PIC S9(04) COMP.
           02  DNETF               PIC X(01).
           02  FILLER REDEFINES DNETF.
               03  DNETA           PIC X(01).
           02  DNETI               PIC X(11).
           02  DRIDL               PIC S9(04) COMP.
           02  DRIDF               PIC X(01).
           02  FILLER REDEFINES DRIDF.
               03  DRIDA           PIC X(01).
           02  DRIDI               PIC X(12).
           02  DRDTL               PIC S9(04) COMP.
           02  DRDTF               PIC X(01).
           02  FILLER REDEFINES DRDTF.
               03  DRDTA           PIC X(01).
           02  DRDTI               PIC X(06).
           02  DRTML               PIC S9(04) COMP.
           02  DRTMF               PIC X(01).
           02  FILLER REDEFINES DRTMF.
               03  DRTMA           PIC X(01).
           02  DRTMI               PIC X(08).
           02  DGN1L               PIC S9(04) COMP.
           02  DGN1F               PIC X(01).
           02  FILLER REDEFINES DGN1F.
               03  DGN1A           PIC X(01).
           02  DGN1I               PIC X(04).
           02  DGN2L               PIC S9(04) COMP.
           02  DGN2F               PIC X(01).
           02  FILLER REDEFINES DGN2F.
               03  DGN2A           PIC X(01).
           02  DGN2I               PIC X(04).
           02  DMSGL               PIC S9(04) COMP.
           02  DMSGF               PIC X(01).
           02  FILLER REDEFINES DMSGF.
               03  DMSGA           PIC X(01).
           02  DMSGI               PIC X(79).
       01  STKIM3O REDEFINES STKIM3I.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(03).
           02  DACCO               PIC X(04).
           02  FILLER              PIC X(03).
           02  DTDTO               PIC X(10).
           02  FILLER              PIC X(03).
           02  DSEQO               PIC X(04).
           02  FILLER              PIC X(03).
           02  DDTLO               PIC X(10).
           02  DITMG               OCCURS 10 TIMES.
               03  FILLER          PIC X(02).
               03  DITMZ           PIC X(01).
               03  DITMO           PIC X(79).
           02  FILLER              PIC X(03).
           02  DNETO               PIC X(11).
           02  FILLER              PIC X(03).
           02  DRIDO               PIC X(12).
           02  FILLER              PIC X(03).
           02  DRDTO               PIC X(06).
           02  FILLER              PIC X(03).
           02  DRTMO               PIC X(08).
           02  FILLER              PIC X(03).
           02  DGN1O               PIC X(04).
           02  FILLER              PIC X(03).
           02  DGN2O               PIC X(04).
           02  FILLER              PIC X(03).
           02  DMSGO               PIC X(79).
