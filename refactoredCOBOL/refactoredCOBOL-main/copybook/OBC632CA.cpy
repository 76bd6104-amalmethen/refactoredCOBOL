           05  X632-HELD-AMT           PIC S9(6)V9(3)   COMP-3.         00000230
           05  X632-ORDER-COUNT        PIC S9(04)  COMP.                00000240
           05  X632-RETURN-CODE        PIC S9(08)  COMP.                00000250
      *  SMR#98278 : X632-PRICE-ONLY-SW 'Y' PRICES THE ORDERS WITHOUT * 00000251
      *              WRITING THE HELD ROW (THE OBSSS631 PROOF RUN).   * 00000252
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000253
98278      05  X632-PRICE-ONLY-SW      PIC  X(01).                      00000260
98278          88  X632-PRICE-ONLY         VALUE 'Y'.                   00000270
      *  SMR#98279 : X632-PERIOD (YYYYMM), WHEN FILLED ON A POSTING   * 00000271
      *              CALL, RECORDS EACH ORDER'S TAKE ON               * 00000272
      *              ST_HST_DED_ORDER_TAKEN.                          * 00000273
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000274
98279      05  X632-PERIOD             PIC  X(06).                      00000280
      *  SMR#98281 : AFTER THE ORDERS, AN OWN PENSION (X632-DEP-      * 00000281
      *              CIVIL-ID ZERO) ALSO REPAYS THE MEMBER'S ACTIVE   * 00000282
      *              PENSION LOANS INSIDE THE SAME CEILING.  X632-    * 00000283
      *              LOAN-AMT IS THE LOAN PART OF X632-APPLIED-AMT.   * 00000284
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000285
98281      05  X632-DEP-CIVIL-ID       PIC  9(12).                      00000290
98281      05  X632-LOAN-AMT           PIC S9(6)V9(3)   COMP-3.         00000300
