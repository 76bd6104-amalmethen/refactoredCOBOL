      *                                  TABLE HOLDS; FIRST TEN       * 00000150
      *                                  RETURNED, TOTALS COMPLETE    * 00000160
      *            K-RET-TXN-ERR (+8)  - BAD INPUT (ZERO SSN)         * 00000170
      *        THE TOTAL INCLUDES PURCHASED-SERVICE MONTHS, CREDITED  * 00000172
      *        AS EACH CONTRACT INSTALLMENT IS PAID; THEIR SHARE IS   * 00000174
      *        ALSO RETURNED SEPARATELY.                              * 00000176
      *                                HESSA AL-OTAIBI 02/09/2026     * 00000180
      ***************************************************************** 00000190
           SKIP2                                                        00000200
               10  X640-ER-REG-NUM     PIC  9(07).                      00000300
               10  X640-ER-MONTHS      PIC S9(05)  COMP-3.              00000310
           05  X640-RETURN-CODE        PIC S9(08)  COMP.                00000320
           05  X640-PURCHASED-MONTHS   PIC S9(05)  COMP-3.              00000330
