      ***************************************************************** 00000010
      *                              COPY   OBC674CA                  * 00000020
      *        COMMAREA FOR THE OBSSS674 BUSINESS-DAY CALENDAR        * 00000030
      *        SERVICE.  THE CALLER FILLS THE FUNCTION AND A          * 00000040
      *        YYYYMMDD DATE AND LINKS TO OBSSS674, WHICH ROLLS IT    * 00000050
      *        OVER THE FRIDAY/SATURDAY WEEKEND AND THE HOLIDAYS      * 00000060
      *        AND DECLARED WORKING DAYS ON ST_MST_CALENDAR           * 00000070
      *        (MAINTAINED ON ORP1573P).  FUNCTIONS:                  * 00000080
      *            N - THE DATE ITSELF IF A BUSINESS DAY, ELSE THE    * 00000090
      *                NEXT BUSINESS DAY AFTER IT                     * 00000100
      *            A - THE NEXT BUSINESS DAY STRICTLY AFTER THE DATE  * 00000110
      *            L - THE LATEST BUSINESS DAY ON OR BEFORE THE DATE  * 00000120
      *        X674-DAY-TYPE ALWAYS DESCRIBES THE DATE KEYED IN.      * 00000130
      *        RETURN CODES:                                          * 00000140
      *            K-RET-GOOD    (+0)  - X674-DATE-OUT IS SET         * 00000150
      *            K-RET-TXN-ERR (+8)  - BAD FUNCTION OR DATE, OR NO  * 00000160
      *                                  BUSINESS DAY WITHIN          * 00000170
      *                                  C-MAX-ROLL-DAYS              * 00000180
      *                                HESSA AL-OTAIBI 15/10/2026     * 00000190
      ***************************************************************** 00000200
           SKIP2                                                        00000210
           05  X674-FUNCTION           PIC  X(01).                      00000220
               88  X674-ON-OR-AFTER        VALUE 'N'.                   00000230
               88  X674-AFTER              VALUE 'A'.                   00000240
               88  X674-ON-OR-BEFORE       VALUE 'L'.                   00000250
           05  X674-DATE-IN            PIC  X(08).                      00000260
           05  X674-DATE-OUT           PIC  X(08).                      00000270
           05  X674-DAY-TYPE           PIC  X(01).                      00000280
               88  X674-BUSINESS-DAY       VALUE 'B'.                   00000290
               88  X674-WEEKEND-DAY        VALUE 'W'.                   00000300
               88  X674-HOLIDAY            VALUE 'H'.                   00000310
           05  X674-ROLL-DAYS          PIC S9(04)  COMP.                00000320
           05  X674-RETURN-CODE        PIC S9(08)  COMP.                00000330
