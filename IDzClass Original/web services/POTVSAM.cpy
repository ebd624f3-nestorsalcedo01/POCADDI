      *****************************************************************
      *  POTVSAM - CUSTOMER RECORD ON DNET045.WDZV7.POT               *
      *  KEYED ON CUST-NO; READ AND MAINTAINED BY LAB3POT             *
      *  A NON-UNIQUE ALTERNATE INDEX ON CUST-LN (OFFSET 5, LENGTH    *
      *  20, UPGRADE) IS REACHED THROUGH PATH                         *
      *  DNET045.WDZV7.POT.SNAME.PATH, DEFINED TO CICS AS POTNAME,    *
      *  FOR THE LAB3POT SURNAME SEARCH                               *
      *****************************************************************
       01  POTVSAM-RECORD-REC.
           05  CUST-NO                PIC 9(5).
