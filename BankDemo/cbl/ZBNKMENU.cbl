      *              HANDS THE TERMINAL OFF TO IT (E.G. LYIQ FOR    *
      *              ZBNKINQ'S LOYALTY INQUIRY, LYAJ FOR ZBNKADJ'S  *
      *              SUPERVISOR POINT ADJUSTMENT, LYRD FOR          *
      *              ZBNKRDO'S TELLER REDEMPTION, LYVD FOR          *
      *              ZBNKVDO'S REDEMPTION VOID, LYSR FOR ZBNKSRC'S  *
      *              CUSTOMER SEARCH BY NAME, LYCM FOR ZBNKCAT'S    *
      *              REWARD CATALOG MAINTENANCE).                   *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZBNKMENU.
