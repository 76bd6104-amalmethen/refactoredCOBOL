      ***************************************************************** 00000010
      *                              COPY   OBC664CA                  * 00000020
      *        COMMAREA FOR THE OBSSS664 SURVIVOR SHARE SERVICE.      * 00000030
      *        THE CALLER FILLS THE DECEASED MEMBER'S SSN, THE        * 00000040
      *        DEPENDENT THE EVENT CONCERNS, THE EVENT AND THE        * 00000050
      *        CLERK, AND LINKS TO OBSSS664, WHICH STOPS THE          * 00000060
      *        DEPENDENT'S SHARE (ON A STOP EVENT) AND SHARES THE     * 00000070
      *        SURVIVOR PENSION OUT AGAIN AMONG THE ELIGIBLE          * 00000080
      *        SURVIVORS BY THEIR STATUTORY SHARES.  EVENTS:          * 00000090
      *            A  - SURVIVOR CASE AWARDED (ORP1535P)              * 00000100
      *            O  - DEPENDENT AGED OUT (OBSSS649)                 * 00000110
      *            M  - DEPENDENT MARRIED (ORP1535P)                  * 00000120
      *            D  - DEPENDENT DIED (ORP1535P)                     * 00000130
      *        RETURN CODES:                                          * 00000140
      *            K-RET-GOOD    (+0)  - SHARES SET                   * 00000150
      *            K-RET-WARNING (+4)  - NO ENTITLEMENT ON FILE TO    * 00000160
      *                                  SHARE; NOTHING WRITTEN       * 00000170
      *            K-RET-TXN-ERR (+8)  - BAD INPUT (ZERO SSN OR       * 00000180
      *                                  UNKNOWN EVENT)               * 00000190
      *                                HESSA AL-OTAIBI 15/10/2026     * 00000200
      ***************************************************************** 00000210
           SKIP2                                                        00000220
           05  X664-SSN                PIC  9(11).                      00000230
           05  X664-DEP-CIVIL-ID       PIC  9(12).                      00000240
           05  X664-EVENT              PIC  X(01).                      00000250
               88  X664-EVENT-AWARD        VALUE 'A'.                   00000260
               88  X664-EVENT-AGE-OUT      VALUE 'O'.                   00000270
               88  X664-EVENT-MARRIED      VALUE 'M'.                   00000280
               88  X664-EVENT-DIED         VALUE 'D'.                   00000290
           05  X664-CLERK              PIC  X(03).                      00000300
           05  X664-POT-AMT            PIC S9(6)V9(3)   COMP-3.         00000310
           05  X664-SURVIVOR-COUNT     PIC S9(04)  COMP.                00000320
           05  X664-RETURN-CODE        PIC S9(08)  COMP.                00000330
