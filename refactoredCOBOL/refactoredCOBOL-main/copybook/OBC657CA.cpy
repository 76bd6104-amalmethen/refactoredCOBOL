           05  X657-HELD-SINCE-DATE    PIC  X(08).                      00000310
           05  X657-HELD-SINCE-TIME    PIC  X(06).                      00000320
           05  X657-RETURN-CODE        PIC S9(08)  COMP.                00000330
      *  SMR#98306 : ON A BREAK, THE SUPERVISOR'S DEPARTMENT AND THE  * 00000331
      *              REASON KEYED FOR IT, KEPT ON ST_HST_LOCK_AUDIT   * 00000332
      *              FOR THE OBSSS687 MONTHLY OVERRIDE REGISTER.      * 00000333
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000334
98306      05  X657-DEPT               PIC  X(02).                      00000335
98306      05  X657-REASON             PIC  X(40).                      00000336
