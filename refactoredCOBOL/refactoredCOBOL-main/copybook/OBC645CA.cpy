               88  X645-VIA-NONE           VALUE ' '.                   00000240
           05  X645-ROLE               PIC  X(08).                      00000250
           05  X645-RETURN-CODE        PIC S9(08)  COMP.                00000260
      *  SMR#98307 : A SYSTEM CALLER (OBSSS650 RELEASE SERVICE)       * 00000270
      *              LEAVES THE CLERK BLANK AND NAMES ITSELF HERE;    * 00000271
      *              ONLY A DIRECT MATRIX ROW FOR THAT SYSTEM         * 00000272
      *              PERMITS -- SYSTEMS HAVE NO ROLES.                * 00000273
      *                                HESSA AL-OTAIBI     15/10/2026 * 00000274
98307      05  X645-SYSTEM             PIC  X(08).                      00000275
