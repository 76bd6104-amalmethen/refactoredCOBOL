               10  X650-OUT-MAR        PIC  X(01).                      00000330
               10  X650-OUT-EMPLOYER   PIC  9(07).                      00000340
           05  X650-RETURN-CODE        PIC S9(08)  COMP.                00000350
      *  SMR#98307 : K-RET-TXN-ERR ALSO COMES BACK, WITH NOTHING      * 00000351
      *              RELEASED, FOR A RESTRICTED REGISTRATION WHEN     * 00000352
      *              OBSSS645 DOES NOT GRANT THE CALLER SYSTEM THE    * 00000353
      *              RESTRICTED-ACCESS FUNCTION (X) ON 1650.          * 00000354
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000355
      *  SMR#98308 : K-RET-TXN-ERR ALSO COMES BACK, WITH NOTHING      * 00000356
      *              RELEASED, WHEN THE MEMBER'S CONSENT FOR THE      * 00000357
      *              CALLER'S SHARING PURPOSE IS NOT IN FORCE ON THE  * 00000358
      *              OBSSS691 CONSENT REGISTER.                       * 00000359
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000360
