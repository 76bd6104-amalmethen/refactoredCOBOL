      ***************************************************************** 00000010
      *                              COPY   OBC691CA                  * 00000020
      *        COMMAREA FOR THE OBSSS691 MEMBER CONSENT REGISTER      * 00000030
      *        SERVICE.  A MEMBER'S CONSENT TO HAVE BASIC DATA SHARED * 00000040
      *        IS HELD PER SSN AND PURPOSE ON ST_MST_MEMBER_CONSENT,  * 00000050
      *        WITH THE GRANT DATE AND, ONCE WITHDRAWN, THE           * 00000060
      *        WITHDRAWAL DATE.  THE COUNTER (ORP1581P) AND THE       * 00000070
      *        SELF-SERVICE QUEUE (OBSSS609) RECORD CONSENT THROUGH   * 00000080
      *        HERE; OBSSS650 ASKS HERE BEFORE RELEASING ANYTHING.    * 00000090
      *        EVERY GRANT AND WITHDRAWAL IS ALSO WRITTEN TO          * 00000100
      *        ST_HST_MEMBER_CONSENT.  FUNCTIONS:                     * 00000110
      *            I - INQUIRE ONLY                                   * 00000120
      *            G - GRANT (OR RE-GRANT AFTER A WITHDRAWAL)         * 00000130
      *            W - WITHDRAW                                       * 00000140
      *        PURPOSES:                                              * 00000150
      *            CC - CALL CENTER        BK - BANKS                 * 00000160
      *            MN - OTHER MINISTRIES                              * 00000170
      *        RETURN CODES:                                          * 00000180
      *            K-RET-GOOD    (+0)  - DONE; X691-STATUS IS CURRENT * 00000190
      *            K-RET-WARNING (+4)  - NO CHANGE NEEDED (ALREADY    * 00000200
      *                                  GRANTED / NOT IN FORCE)      * 00000210
      *            K-RET-TXN-ERR (+8)  - BAD FUNCTION, PURPOSE OR     * 00000220
      *                                  CHANNEL, OR SSN NOT ON FILE  * 00000230
      *                                HESSA AL-OTAIBI 15/10/2026     * 00000240
      ***************************************************************** 00000250
           SKIP2                                                        00000260
           05  X691-FUNCTION           PIC  X(01).                      00000270
               88  X691-INQUIRE            VALUE 'I'.                   00000280
               88  X691-GRANT              VALUE 'G'.                   00000290
               88  X691-WITHDRAW           VALUE 'W'.                   00000300
           05  X691-SSN                PIC  9(11).                      00000310
           05  X691-PURPOSE            PIC  X(02).                      00000320
               88  X691-PURPOSE-VALID      VALUE 'CC' 'BK' 'MN'.        00000330
           05  X691-CHANNEL            PIC  X(01).                      00000340
               88  X691-CHANNEL-COUNTER    VALUE 'C'.                   00000350
               88  X691-CHANNEL-SELF-SVC   VALUE 'S'.                   00000360
           05  X691-CLERK              PIC  X(03).                      00000370
           05  X691-DEPT               PIC  X(02).                      00000380
           05  X691-TERM               PIC  X(04).                      00000390
           05  X691-STATUS             PIC  X(01).                      00000400
               88  X691-CONSENTED          VALUE 'A'.                   00000410
               88  X691-WITHDRAWN          VALUE 'W'.                   00000420
               88  X691-NO-CONSENT         VALUE 'N'.                   00000430
           05  X691-GRANT-DATE         PIC  X(10).                      00000440
           05  X691-WITHDRAW-DATE      PIC  X(10).                      00000450
           05  X691-RETURN-CODE        PIC S9(08)  COMP.                00000460
