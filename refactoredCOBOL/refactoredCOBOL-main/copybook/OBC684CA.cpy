      ***************************************************************** 00000010
      *                              COPY   OBC684CA                  * 00000020
      *        COMMAREA FOR THE OBSSS684 RUN STATISTICS SERVICE.      * 00000030
      *        EVERY OBSSS BATCH PROGRAM LINKS TO OBSSS684 TWICE:     * 00000040
      *            S - FIRST THING IN THE MAINLINE, TO OPEN ITS       * 00000050
      *                ST_BAT_RUN_LOG ROW FOR THE CWA BUSINESS DATE   * 00000060
      *                WITH STATUS 'S' AND THE START TIMESTAMP        * 00000070
      *            E - ON THE WAY OUT OF THE MAINLINE, TO CLOSE THE   * 00000080
      *                ROW WITH X684-END-STATUS, THE END TIMESTAMP,   * 00000090
      *                THE ELAPSED SECONDS AND THE THREE ROW COUNTS   * 00000100
      *        A ROW LEFT AT 'S' AFTER THE CHAIN MEANS THE RUN DID    * 00000110
      *        NOT FINISH.  END STATUS IS 'C' FOR A COMPLETED RUN OR  * 00000120
      *        'R' FOR A RUN REFUSED BY THE PREDECESSOR GATE.  ONLY   * 00000130
      *        'C' SATISFIES A SUCCESSOR'S GATE.                      * 00000140
      *        RETURN CODES:                                          * 00000150
      *            K-RET-GOOD    (+0)  - ROW WRITTEN                  * 00000160
      *            K-RET-TXN-ERR (+8)  - BAD FUNCTION OR NO PROGRAM   * 00000170
      *                                HESSA AL-OTAIBI 15/10/2026     * 00000180
      ***************************************************************** 00000190
           SKIP2                                                        00000200
           05  X684-FUNCTION           PIC  X(01).                      00000210
               88  X684-RUN-START          VALUE 'S'.                   00000220
               88  X684-RUN-END            VALUE 'E'.                   00000230
           05  X684-PROGRAM            PIC  X(08).                      00000240
           05  X684-END-STATUS         PIC  X(01).                      00000250
               88  X684-COMPLETED          VALUE 'C'.                   00000260
               88  X684-REFUSED            VALUE 'R'.                   00000270
           05  X684-ROWS-READ          PIC S9(09)  COMP.                00000280
           05  X684-ROWS-WRITTEN       PIC S9(09)  COMP.                00000290
           05  X684-ROWS-REJECTED      PIC S9(09)  COMP.                00000300
           05  X684-RETURN-CODE        PIC S9(08)  COMP.                00000310
      ***************************************************************** 00000311
      *  SMR#98304 : RUN BUSINESS DATE, RETURNED BY EITHER CALL, SO   * 00000312
      *              THE CALLER CAN KEY ITS ST_RPT_ARCHIVE_LINE ROWS  * 00000313
      *              TO THE SAME DATE AS ITS ST_BAT_RUN_LOG ROW.  THE * 00000314
      *              START CALL ALSO CLEARS THE CALLER'S ARCHIVED     * 00000315
      *              REPORTS FOR THE DATE (A RERUN REPLACES THEM) AND * 00000316
      *              THE END CALL INDEXES THE NEW ONES ON             * 00000317
      *              ST_RPT_ARCHIVE.                                  * 00000318
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000319
      ***************************************************************** 00000320
98304      05  X684-BUS-DATE           PIC  X(08).                      00000330
