      ***************************************************************** 00000010
      *                              COPY   OBC689CA                  * 00000020
      *        COMMAREA FOR THE OBSSS689 RESTRICTED-RECORD GATE.      * 00000030
      *        EVERY SCREEN OR SERVICE THAT DISPLAYS OR RELEASES A    * 00000040
      *        REGISTRATION FILLS THE SSN AND WHO IS ASKING -- THE    * 00000050
      *        CLERK (WITH DEPARTMENT, TERMINAL AND TRANSACTION) OR,  * 00000060
      *        FOR A SYSTEM CALLER, THE SYSTEM NAME WITH THE CLERK    * 00000070
      *        LEFT BLANK -- AND LINKS TO OBSSS689 BEFORE SHOWING     * 00000080
      *        ANYTHING.  A RESTRICTED MASTER NEEDS FUNCTION X ON     * 00000090
      *        THE OBSSS645 AUTHORITY MATRIX; EVERY LOOK AT ONE,      * 00000100
      *        PERMITTED OR REFUSED, IS LOGGED ON                     * 00000110
      *        ST_HST_RESTRICT_ACCESS.  VERDICTS:                     * 00000120
      *            N - NOT A RESTRICTED RECORD (OR NOT ON FILE)       * 00000130
      *            P - RESTRICTED, ACCESS PERMITTED AND LOGGED        * 00000140
      *            D - RESTRICTED, ACCESS REFUSED AND LOGGED          * 00000150
      *        RETURN CODES:                                          * 00000160
      *            K-RET-GOOD    (+0)  - SHOW THE RECORD (N OR P)     * 00000170
      *            K-RET-TXN-ERR (+8)  - DO NOT SHOW IT (D, OR BAD    * 00000180
      *                                  INPUT)                       * 00000190
      *                                HESSA AL-OTAIBI 15/10/2026     * 00000200
      ***************************************************************** 00000210
           SKIP2                                                        00000220
           05  X689-SSN                PIC  9(11).                      00000230
           05  X689-CLERK              PIC  X(03).                      00000240
           05  X689-DEPT               PIC  X(02).                      00000250
           05  X689-TERM               PIC  X(04).                      00000260
           05  X689-TRAN               PIC  X(04).                      00000270
           05  X689-SYSTEM             PIC  X(08).                      00000280
           05  X689-VERDICT            PIC  X(01).                      00000290
               88  X689-NOT-RESTRICTED     VALUE 'N'.                   00000300
               88  X689-PERMITTED          VALUE 'P'.                   00000310
               88  X689-REFUSED            VALUE 'D'.                   00000320
           05  X689-RETURN-CODE        PIC S9(08)  COMP.                00000330
