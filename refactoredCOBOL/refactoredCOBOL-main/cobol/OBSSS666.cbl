       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      EMPLOYER MONTHLY CONTRIBUTION INVOICE ROUTINE OBSSS666   *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS666.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS666 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS630     *
      *                IS, THAT TURNS WHAT EACH EMPLOYER OWES INTO    *
      *                ONE INVOICE WITH A PAYMENT REFERENCE, SO A     *
      *                BANK COLLECTION CAN BE MATCHED TO EXACTLY      *
      *                WHAT IT PAYS INSTEAD OF TO A REGISTRATION      *
      *                NUMBER.  THE INVOICE PERIOD IS RUN_INV_PERIOD  *
      *                ON THE PROGRAM'S ST_BAT_RUN_CONTROL ROW        *
      *                (DEFAULT: THE PREVIOUS MONTH):                 *
      *                                                               *
      *                - ONE INVOICE PER M_BAS_ER_REG_NUM WITH        *
      *                  ANYTHING OPEN: THE PERIOD'S OPEN             *
      *                  ST_WRK_CONTRIB_BILL LINES PRINTED BY SSN     *
      *                  (AND THE ST_MST_ER_HAZARD SURCHARGE THEY     *
      *                  CARRY), THE OPEN LINES OF EARLIER PERIODS    *
      *                  AS ARREARS, THE OPEN OBSSS637 LATE-PAYMENT   *
      *                  INTEREST (ST_WRK_ER_INTEREST), AND THE       *
      *                  ST_MST_PAY_PLAN INSTALLMENTS OBSSS629 HAS    *
      *                  BILLED BUT NOT SEEN PAID.                    *
      *                - EVERY INVOICE DRAWS THE NEXT NUMBER FROM     *
      *                  THE ST_CTL_INVOICE_NUMBER COUNTER.  THE      *
      *                  PAYMENT REFERENCE IS THE NUMBER PLUS A       *
      *                  CHECK DIGIT, SO A MIS-KEYED REFERENCE        *
      *                  CANNOT LAND ON SOMEONE ELSE'S INVOICE.       *
      *                - THE INVOICE IS KEPT ON ST_WRK_ER_INVOICE     *
      *                  AND THE LINES AND INTEREST IT CARRIES ARE    *
      *                  TAGGED WITH ITS NUMBER, WHICH IS WHAT        *
      *                  OBSSS653 SETTLES WHEN A COLLECTION QUOTES    *
      *                  THE REFERENCE.  AN EARLIER INVOICE STILL     *
      *                  OPEN IS SUPERSEDED ('S') -- ITS UNPAID       *
      *                  ITEMS ARE ON THE NEW ONE AS ARREARS.         *
      *                - AN EMPLOYER ALREADY INVOICED FOR THE         *
      *                  PERIOD IS SKIPPED, SO A RERUN ISSUES ONLY    *
      *                  THE MISSING INVOICES.                        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
      *                    ST_WRK_ER_INTEREST    (DB2 REGISTER)       *
      *                    ST_MST_PAY_PLAN       (DB2 MASTER TABLE)   *
      *                    ST_MST_ER_HAZARD      (DB2 MASTER TABLE)   *
      *                    ST_MST_ADDRESS        (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ERINVPRT INVOICE PAGE PER EMPLOYER INVOICED;      *
      *             ST_WRK_ER_INVOICE ROW AND ST_CTL_INVOICE_NUMBER   *
      *             COUNTER PER INVOICE; INVOICE NUMBER STAMPED ON    *
      *             THE ST_WRK_CONTRIB_BILL AND ST_WRK_ER_INTEREST    *
      *             ROWS IT CARRIES.                                  *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     EMPLOYER.                                 *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-665. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98283 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98284 - AN OBSSS667 PROVISIONAL ASSESSMENT      *
      *                       (EMPLOYER-LEVEL ROW, NO SSN) PRINTS     *
      *                       MARKED PROVISIONAL ON THE INVOICE.      *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98311 - AN ADDRESS MARKED UNDELIVERABLE BY      *
      *                       RETURNED MAIL (ORP1541P RTM) IS NOT     *
      *                       PRINTED; THE PIECE IS MARKED MAIL HELD  *
      *                       UNTIL THE ADDRESS IS REFRESHED.         *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
           EJECT
      *****************************************************************
      *        E N V I R O N M E N T   D I V I S I O N                *
      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
           EJECT
      *****************************************************************
      *                D A T A   D I V I S I O N                      *
      *****************************************************************

       DATA DIVISION.
           SKIP3
      *****************************************************************
      *        W O R K I N G   S T O R A G E   S E C T I O N          *
      *****************************************************************

       WORKING-STORAGE SECTION.

       01  FILLER                      PIC X(24)
               VALUE 'PROGRAM-ID OBSSS666'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.

       01  W-LINE-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-LINE-EOF                   VALUE 'Y'.

       01  W-INVOICED-SW               PIC X(01)  VALUE 'N'.
           88  W-ALREADY-INVOICED           VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL / INVOICE PERIOD                     *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS666'.
       01  T-RUN-INV-PERIOD            PIC X(06).
       01  W-INV-PERIOD                PIC X(06).
       01  W-PERIOD-BUILD.
           05  W-PB-YYYY               PIC 9(04).
           05  W-PB-MM                 PIC 9(02).
       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              INVOICE ACCUMULATORS                             *
      *****************************************************************

       01  W-CUR-WAGE                  PIC S9(13)V999 COMP-3.
       01  W-CUR-AMT                   PIC S9(13)V999 COMP-3.
       01  W-SURCHARGE-AMT             PIC S9(13)V999 COMP-3.
       01  W-ARREARS-AMT               PIC S9(13)V999 COMP-3.
       01  W-INTEREST-AMT              PIC S9(13)V999 COMP-3.
       01  W-PLAN-INST                 PIC S9(04) COMP-3.
       01  W-PLAN-AMT                  PIC S9(13)V999 COMP-3.
       01  W-TOTAL-AMT                 PIC S9(13)V999 COMP-3.
       01  W-INV-COUNT                 PIC S9(07) COMP-3 VALUE +0.
       01  W-SKIP-COUNT                PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *        PAYMENT REFERENCE: INVOICE NUMBER + CHECK DIGIT        *
      *        (DIGITS WEIGHTED 9 DOWN TO 2, SUM MODULO 10)           *
      *****************************************************************

       01  W-PAY-REF.
           05  W-PR-INV-NUM            PIC 9(08).
           05  W-PR-INV-DIGITS REDEFINES W-PR-INV-NUM.
               10  W-PR-DIGIT          PIC 9(01)
                                       OCCURS 8 TIMES.
           05  W-PR-CHECK              PIC 9(01).
       01  W-PR-SUM                    PIC S9(04) COMP.
       01  W-PR-QUOT                   PIC S9(04) COMP.
       01  I                           PIC S9(04) COMP.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-CBL-SSN                   PIC 9(11).
       01  T-CBL-WAGE                  PIC S9(13)V999 COMP-3.
       01  T-CBL-CONTRIB               PIC S9(13)V999 COMP-3.
       01  T-HZD-YEAR                  PIC 9(04).
       01  T-HZD-SURCHARGE-PCT         PIC S9(03)V99  COMP-3.
       01  T-PLN-INST-AMOUNT           PIC S9(12)V999 COMP-3.
       01  T-PLN-BILLED-COUNT          PIC S9(04) COMP-3.
       01  T-PLN-PAID-COUNT            PIC S9(04) COMP-3.

       01  T-ADR-STREET                PIC X(30).
       01  T-ADR-CITY                  PIC X(30).
98311  01  T-ADR-UNDELIV-SW            PIC X(01).
98311      88  T-ADR-UNDELIVERABLE         VALUE 'Y'.
       01  T-ADR-KEY                   PIC 9(11).

       01  T-INV-NUM                   PIC 9(08).
       01  T-INV-MAX-IND               PIC S9(04) COMP.
       01  T-INV-COUNT                 PIC S9(09) COMP.
       01  T-INV-PAY-REF               PIC X(09).

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************

       01  W-ER-SSN-KEY.
           05  W-ER-SSN-PREFIX         PIC X(04)  VALUE '0000'.
           05  W-ER-SSN-REG            PIC 9(07).
       01  W-ER-SSN-KEY-9 REDEFINES W-ER-SSN-KEY
                                       PIC 9(11).

      *****************************************************************
      *        PRINT LINE (ASA CARRIAGE CONTROL IN COLUMN 1)          *
      *****************************************************************

       01  PRT-LINE-REC.
           05  PRT-LINE-SEQ            PIC 9(07).
           05  PRT-LINE-CC             PIC X(01).
           05  PRT-LINE-TEXT           PIC X(80).
       01  PRT-LINE-TEXT-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  PRT-CAPTION             PIC X(30).
           05  PRT-VALUE               PIC X(36).
           05  FILLER                  PIC X(14).
       01  PRT-DETAIL-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(04).
           05  PRT-DTL-SSN             PIC 9(11).
           05  FILLER                  PIC X(03).
           05  PRT-DTL-WAGE            PIC Z(12)9.999-.
           05  FILLER                  PIC X(03).
           05  PRT-DTL-CONTRIB         PIC Z(12)9.999-.
98284      05  FILLER                  PIC X(02).
98284      05  PRT-DTL-NOTE            PIC X(12).
98284      05  FILLER                  PIC X(09).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-AMT-DSP                   PIC Z(12)9.999-.
       01  W-COUNT-DSP                 PIC ZZZ9.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '     EMPLOYER MONTHLY CONTRIBUTION INVOICE  '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(32)  VALUE
               '    SSN'.
           05  FILLER                  PIC X(25)  VALUE
               'WAGE             CONTRIB.'.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

       01  W-RESPONSE                  PIC S9(08) COMP.
       01  ABEND-CODE                  PIC X(04).
       01  ERROR-CODE                  PIC X(12) VALUE SPACES.
       01  W-EIBDS                     PIC X(30).
       01  W-SQLCD                     PIC Z(09)-.
       01  W-SQLCD-C REDEFINES W-SQLCD PIC X(10).

       01  ORSS0400-AREA.
           02 ORSS0400-SQLCA           PIC X(136).
           02 F REDEFINES ORSS0400-SQLCA.
              03 F1                    PIC  X(12).
              03 ORSS0400-SQLCD        PIC S9(09)   COMP.
              03 F2                    PIC  X(120).
           02 ORSS0400-SYSID           PIC  X(03).
           02 ORSS0400-CLERK           PIC  X(05).
           02 ORSS0400-TABNM           PIC  X(30).
           02 ORSS0400-SSN             PIC  9(12).
           02 ORSS0400-SSN-X REDEFINES ORSS0400-SSN
                                       PIC  X(12).
           02 ORSS0400-TRNID           PIC  X(04).

           EXEC SQL INCLUDE SQLCA            END-EXEC.

           EJECT
      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

98303      PERFORM S0970-START-RUN-STATS.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0000-SWEEP-EMPLOYERS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THE INVOICE PERIOD DEFAULTS TO THE MONTH BEFORE TODAY --   *
      *    THE MONTH WHOSE DECLARATIONS OBSSS630 HAS JUST BILLED.     *
      *    A RUN_INV_PERIOD ON THE RUN-CONTROL ROW OVERRIDES IT.      *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  W-TODAY-DATE (1:4)  TO  W-PB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-PB-MM.

           IF  W-PB-MM  EQUAL TO  1
               MOVE  12  TO  W-PB-MM
               SUBTRACT  1  FROM  W-PB-YYYY
           ELSE
               SUBTRACT  1  FROM  W-PB-MM.

           MOVE  W-PERIOD-BUILD  TO  W-INV-PERIOD.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_INV_PERIOD
                INTO    :T-RUN-INV-PERIOD
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-INV-PERIOD  IS NUMERIC  AND
               T-RUN-INV-PERIOD  GREATER THAN  ZEROES
               MOVE  T-RUN-INV-PERIOD  TO  W-INV-PERIOD
           ELSE
               NEXT SENTENCE.

           MOVE  W-INV-PERIOD (1:4)  TO  T-HZD-YEAR.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-EMPLOYERS                          *
      *****************************************************************
      *    THIS SECTION READS EVERY EMPLOYER WITH SOMETHING OPEN --   *
      *    AN UNSETTLED BILLING LINE UP TO THE INVOICE PERIOD, OPEN   *
      *    INTEREST, OR A PLAN INSTALLMENT BILLED AND NOT PAID.       *
      *    SELF-PAY BILLS (CBL_REG_NUM ZERO) ARE OBSSS658'S AND ARE   *
      *    LEFT OUT.  THE CURSOR HOLDS ACROSS THE SYNCPOINT TAKEN     *
      *    AFTER EACH INVOICE.                                        *
      *****************************************************************

       B0000-SWEEP-EMPLOYERS SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                DECLARE INER-CURSOR CURSOR WITH HOLD FOR
                SELECT   CBL_REG_NUM
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_STATUS   =  ' '
                AND      CBL_REG_NUM  >  0
                AND      CBL_PERIOD   <=  :W-INV-PERIOD
                UNION
                SELECT   LPI_REG_NUM
                FROM     ST_WRK_ER_INTEREST
                WHERE    LPI_STATUS   =  ' '
                UNION
                SELECT   PLN_REG_NUM
                FROM     ST_MST_PAY_PLAN
                WHERE    PLN_STATUS  IN  (' ', 'D')
                AND      PLN_BILLED_COUNT  >  PLN_PAID_COUNT
                ORDER BY 1
           END-EXEC.

           EXEC SQL
                OPEN INER-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-EMPLOYER
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE INER-CURSOR
           END-EXEC.

       B0000-SWEEP-EMPLOYERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-EMPLOYER                           *
      *****************************************************************

       B0100-FETCH-EMPLOYER SECTION.

           EXEC SQL
                FETCH INER-CURSOR
                INTO  :T-ER-REG-NUM
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-INVOICE-EMPLOYER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-INVOICE-EMPLOYER                         *
      *****************************************************************
      *    THIS SECTION ISSUES ONE EMPLOYER'S INVOICE: SKIPS IT WHEN  *
      *    THE PERIOD IS ALREADY INVOICED OR NOTHING IS DUE,          *
      *    OTHERWISE TOTALS WHAT IS OWED, DRAWS THE NUMBER, PRINTS    *
      *    THE PAGE, RECORDS THE INVOICE, TAGS WHAT IT CARRIES AND    *
      *    COMMITS -- RELEASING THE COUNTER ROW.                      *
      *****************************************************************

       C0000-INVOICE-EMPLOYER SECTION.

           PERFORM C0050-CHECK-ALREADY-INVOICED.

           IF  W-ALREADY-INVOICED
               ADD  1  TO  W-SKIP-COUNT
               GO TO C0000-INVOICE-EMPLOYER-EXIT
           END-IF.

           PERFORM C0100-TOTAL-AMOUNTS-DUE.

           IF  W-TOTAL-AMT  NOT GREATER THAN  ZEROES
               ADD  1  TO  W-SKIP-COUNT
               GO TO C0000-INVOICE-EMPLOYER-EXIT
           END-IF.

           PERFORM C0150-GET-EMPLOYER-ADDRESS.
           PERFORM C0200-ASSIGN-INVOICE-NUMBER.
           PERFORM C0260-BUILD-PAY-REFERENCE.
           PERFORM C0300-PRINT-INVOICE.
           PERFORM C0500-RECORD-INVOICE.
           PERFORM C0600-TAG-INVOICED-ITEMS.

           ADD  1  TO  W-INV-COUNT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-INVOICE-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0050-CHECK-ALREADY-INVOICED                   *
      *****************************************************************
      *    A SUPERSEDED INVOICE DOES NOT COUNT -- ONLY AN OPEN OR     *
      *    PAID ONE FOR THE SAME PERIOD STOPS A RERUN.                *
      *****************************************************************

       C0050-CHECK-ALREADY-INVOICED SECTION.

           MOVE 'N'  TO  W-INVOICED-SW.

           MOVE 'ST_WRK_ER_INVOICE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*)
                INTO    :T-INV-COUNT
                FROM     ST_WRK_ER_INVOICE
                WHERE    INV_REG_NUM  =  :T-ER-REG-NUM
                AND      INV_PERIOD   =  :W-INV-PERIOD
                AND      INV_STATUS  IN  (' ', 'P')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-INV-COUNT  GREATER THAN  ZEROES
               MOVE 'Y'  TO  W-INVOICED-SW
           ELSE
               NEXT SENTENCE.

       C0050-CHECK-ALREADY-INVOICED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-TOTAL-AMOUNTS-DUE                        *
      *****************************************************************
      *    THIS SECTION TOTALS THE FOUR PARTS OF THE INVOICE.  THE    *
      *    HAZARD SURCHARGE IS ALREADY INSIDE THE PERIOD'S BILLED     *
      *    CONTRIBUTION (OBSSS630 ADDS IT); IT IS WORKED OUT AGAIN    *
      *    FROM THE BILLED WAGE ONLY TO BE SHOWN ON ITS OWN LINE.     *
      *****************************************************************

       C0100-TOTAL-AMOUNTS-DUE SECTION.

           MOVE  ZEROES  TO  W-CUR-WAGE      W-CUR-AMT
                             W-SURCHARGE-AMT W-ARREARS-AMT
                             W-INTEREST-AMT  W-PLAN-INST
                             W-PLAN-AMT      W-TOTAL-AMT.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (CBL_WAGE), 0)    ,
                         COALESCE (SUM (CBL_CONTRIB), 0)
                INTO    :W-CUR-WAGE ,
                        :W-CUR-AMT
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM  =  :T-ER-REG-NUM
                AND      CBL_PERIOD   =  :W-INV-PERIOD
                AND      CBL_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC SQL
                SELECT   COALESCE (SUM (CBL_CONTRIB), 0)
                INTO    :W-ARREARS-AMT
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM  =  :T-ER-REG-NUM
                AND      CBL_PERIOD   <  :W-INV-PERIOD
                AND      CBL_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_ER_HAZARD'  TO  W-EIBDS.
           MOVE  ZEROES             TO  T-HZD-SURCHARGE-PCT.

           EXEC SQL
                SELECT   HZD_SURCHARGE_PCT
                INTO    :T-HZD-SURCHARGE-PCT
                FROM     ST_MST_ER_HAZARD
                WHERE    HZD_REG_NUM  =  :T-ER-REG-NUM
                AND      HZD_YEAR     =  :T-HZD-YEAR
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-HZD-SURCHARGE-PCT  GREATER THAN  ZEROES
               COMPUTE  W-SURCHARGE-AMT  ROUNDED  =
                   W-CUR-WAGE  *  T-HZD-SURCHARGE-PCT  /  100
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_ER_INTEREST'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (LPI_AMOUNT), 0)
                INTO    :W-INTEREST-AMT
                FROM     ST_WRK_ER_INTEREST
                WHERE    LPI_REG_NUM  =  :T-ER-REG-NUM
                AND      LPI_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_PAY_PLAN'  TO  W-EIBDS.

           EXEC SQL
                SELECT   PLN_INST_AMOUNT  ,
                         PLN_BILLED_COUNT ,
                         PLN_PAID_COUNT
                INTO    :T-PLN-INST-AMOUNT  ,
                        :T-PLN-BILLED-COUNT ,
                        :T-PLN-PAID-COUNT
                FROM     ST_MST_PAY_PLAN
                WHERE    PLN_REG_NUM  =  :T-ER-REG-NUM
                AND      PLN_STATUS  IN  (' ', 'D')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-PLN-BILLED-COUNT  GREATER THAN  T-PLN-PAID-COUNT
               COMPUTE  W-PLAN-INST  =
                   T-PLN-BILLED-COUNT  -  T-PLN-PAID-COUNT
               COMPUTE  W-PLAN-AMT  =
                   W-PLAN-INST  *  T-PLN-INST-AMOUNT
           ELSE
               NEXT SENTENCE.

           COMPUTE  W-TOTAL-AMT  =
               W-CUR-AMT  +  W-ARREARS-AMT  +
               W-INTEREST-AMT  +  W-PLAN-AMT.

       C0100-TOTAL-AMOUNTS-DUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0150-GET-EMPLOYER-ADDRESS                     *
      *****************************************************************
      *    THE EMPLOYER'S ST_MST_ADDRESS ROW (TYPE 'R', KEYED BY THE  *
      *    REGISTRATION NUMBER ZERO-FILLED TO 11 DIGITS, AS ORP1541P  *
      *    MAINTAINS IT).  NO ROW PRINTS BLANK ADDRESS LINES.         *
98311 *    SMR#98311: RETURNED MAIL (ORP1541P RTM) LEAVES THE         *
98311 *    ADDRESS UNDELIVERABLE UNTIL IT IS REFRESHED: THE PIECE     *
98311 *    PRINTS WITH NO ADDRESS, MARKED MAIL HELD, FOR THE          *
98311 *    MAILROOM TO KEEP BACK.                                     *
      *****************************************************************

       C0150-GET-EMPLOYER-ADDRESS SECTION.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.
98311      MOVE  SPACES           TO  T-ADR-UNDELIV-SW.
           MOVE  T-ER-REG-NUM     TO  W-ER-SSN-REG.
           MOVE  W-ER-SSN-KEY-9   TO  T-ADR-KEY.
           MOVE  SPACES  TO  T-ADR-STREET
                             T-ADR-CITY.

           EXEC SQL
                SELECT   ADR_STREET ,
98311                    ADR_CITY ,
98311                    ADR_UNDELIV_SW
                INTO    :T-ADR-STREET ,
98311                   :T-ADR-CITY ,
98311                   :T-ADR-UNDELIV-SW
                FROM     ST_MST_ADDRESS
                WHERE    ADR_KEY_TYPE  =  'R'
                AND      ADR_KEY       =  :T-ADR-KEY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  SPACES  TO  T-ADR-STREET
                                 T-ADR-CITY
           ELSE
               NEXT SENTENCE.

98311      IF  T-ADR-UNDELIVERABLE
98311          MOVE 'UNDELIVERABLE - MAIL HELD'  TO  T-ADR-STREET
98311          MOVE  SPACES                      TO  T-ADR-CITY
98311      ELSE
98311          NEXT SENTENCE.

       C0150-GET-EMPLOYER-ADDRESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-ASSIGN-INVOICE-NUMBER                    *
      *****************************************************************
      *    THIS SECTION ALLOCATES THE NEXT INVOICE NUMBER FROM THE    *
      *    ST_CTL_INVOICE_NUMBER COUNTER ROW, THE WAY OBSSS665        *
      *    DRAWS CERTIFICATE CONTROL NUMBERS.                         *
      *****************************************************************

       C0200-ASSIGN-INVOICE-NUMBER SECTION.

           MOVE 'ST_CTL_INVOICE_NUMBER'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_CTL_INVOICE_NUMBER
                SET      CTL_LAST_NUM  =  CTL_LAST_NUM  +  1
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               PERFORM C0250-SEED-COUNTER-ROW
               GO TO C0200-ASSIGN-INVOICE-NUMBER-EXIT
           END-IF.

           EXEC SQL
                SELECT   CTL_LAST_NUM
                INTO    :T-INV-NUM
                FROM     ST_CTL_INVOICE_NUMBER
           END-EXEC.

           PERFORM DB2-ERROR.

       C0200-ASSIGN-INVOICE-NUMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-SEED-COUNTER-ROW                         *
      *****************************************************************
      *    FIRST-EVER USE: SEED THE COUNTER ONE PAST THE HIGHEST     *
      *    INVOICE NUMBER ALREADY ISSUED (ZERO WHEN THERE ARE NONE). *
      *****************************************************************

       C0250-SEED-COUNTER-ROW SECTION.

           MOVE 'ST_WRK_ER_INVOICE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (INV_NUM)
                INTO    :T-INV-NUM:T-INV-MAX-IND
                FROM     ST_WRK_ER_INVOICE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-INV-MAX-IND  IS LESS THAN  ZERO
               MOVE  ZEROES  TO  T-INV-NUM
           ELSE
               NEXT SENTENCE.

           ADD  1  TO  T-INV-NUM.

           MOVE 'ST_CTL_INVOICE_NUMBER'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_CTL_INVOICE_NUMBER
                     (CTL_LAST_NUM)
                VALUES
                     (:T-INV-NUM)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0250-SEED-COUNTER-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0260-BUILD-PAY-REFERENCE                      *
      *****************************************************************
      *    THE PAYMENT REFERENCE IS THE 8-DIGIT INVOICE NUMBER AND    *
      *    ONE CHECK DIGIT: EACH DIGIT WEIGHTED 9 DOWN TO 2, THE      *
      *    SUM TAKEN MODULO 10.                                       *
      *****************************************************************

       C0260-BUILD-PAY-REFERENCE SECTION.

           MOVE  T-INV-NUM  TO  W-PR-INV-NUM.
           MOVE  ZEROES     TO  W-PR-SUM.

           PERFORM C0270-WEIGH-ONE-DIGIT
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  8.

           DIVIDE  W-PR-SUM  BY  10
               GIVING     W-PR-QUOT
               REMAINDER  W-PR-CHECK.

           MOVE  W-PAY-REF  TO  T-INV-PAY-REF.

       C0260-BUILD-PAY-REFERENCE-EXIT.  EXIT.

       C0270-WEIGH-ONE-DIGIT SECTION.

           COMPUTE  W-PR-SUM  =
               W-PR-SUM  +  (W-PR-DIGIT (I)  *  (10 - I)).

       C0270-WEIGH-ONE-DIGIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-PRINT-INVOICE                            *
      *****************************************************************

       C0300-PRINT-INVOICE SECTION.

           MOVE '1'              TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '              TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'INVOICE NUMBER            :'  TO  PRT-CAPTION.
           MOVE  T-INV-NUM                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PAYMENT REFERENCE         :'  TO  PRT-CAPTION.
           MOVE  T-INV-PAY-REF                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'REGISTRATION NUMBER       :'  TO  PRT-CAPTION.
           MOVE  T-ER-REG-NUM                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'STREET                    :'  TO  PRT-CAPTION.
           MOVE  T-ADR-STREET                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CITY/AREA                 :'  TO  PRT-CAPTION.
           MOVE  T-ADR-CITY                    TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'INVOICE PERIOD            :'  TO  PRT-CAPTION.
           MOVE  W-INV-PERIOD                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-CUR-AMT  NOT EQUAL TO  ZEROES
               MOVE '0'               TO  PRT-LINE-CC
               MOVE  K-COLUMN-HEADING TO  PRT-LINE-TEXT
               PERFORM S0100-WRITE-PRINT-LINE
               PERFORM C0400-PRINT-PERIOD-LINES
           ELSE
               NEXT SENTENCE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CONTRIBUTIONS FOR PERIOD  :'  TO  PRT-CAPTION.
           MOVE  W-CUR-AMT                     TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-SURCHARGE-AMT  NOT EQUAL TO  ZEROES
               MOVE ' '                            TO  PRT-LINE-CC
               MOVE  SPACES                        TO  PRT-LINE-TEXT
               MOVE '  OF WHICH HAZARD SURCHARGE:' TO  PRT-CAPTION
               MOVE  W-SURCHARGE-AMT               TO  W-AMT-DSP
               MOVE  W-AMT-DSP                     TO  PRT-VALUE
               PERFORM S0100-WRITE-PRINT-LINE
           ELSE
               NEXT SENTENCE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ARREARS FROM PRIOR PERIODS:'  TO  PRT-CAPTION.
           MOVE  W-ARREARS-AMT                 TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'LATE-PAYMENT INTEREST     :'  TO  PRT-CAPTION.
           MOVE  W-INTEREST-AMT                TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-PLAN-INST  GREATER THAN  ZEROES
               MOVE ' '                            TO  PRT-LINE-CC
               MOVE  SPACES                        TO  PRT-LINE-TEXT
               MOVE 'PAYMENT PLAN INSTALLMENTS :'  TO  PRT-CAPTION
               MOVE  W-PLAN-INST                   TO  W-COUNT-DSP
               MOVE  W-COUNT-DSP                   TO  PRT-VALUE
               PERFORM S0100-WRITE-PRINT-LINE
               MOVE ' '                            TO  PRT-LINE-CC
               MOVE  SPACES                        TO  PRT-LINE-TEXT
               MOVE 'PAYMENT PLAN AMOUNT DUE   :'  TO  PRT-CAPTION
               MOVE  W-PLAN-AMT                    TO  W-AMT-DSP
               MOVE  W-AMT-DSP                     TO  PRT-VALUE
               PERFORM S0100-WRITE-PRINT-LINE
           ELSE
               NEXT SENTENCE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'TOTAL AMOUNT DUE          :'  TO  PRT-CAPTION.
           MOVE  W-TOTAL-AMT                   TO  W-AMT-DSP.
           MOVE  W-AMT-DSP                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'QUOTE THE PAYMENT REFERENCE ON YOUR BANK REMITTANCE'
                                               TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0300-PRINT-INVOICE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-PRINT-PERIOD-LINES                       *
      *****************************************************************
      *    ONE LINE PER SSN BILLED FOR THE PERIOD (A MEMBER WITH      *
      *    MORE THAN ONE DECLARATION LINE IS SHOWN ONCE, SUMMED).     *
      *****************************************************************

       C0400-PRINT-PERIOD-LINES SECTION.

           MOVE 'N'  TO  W-LINE-EOF-SW.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                DECLARE INLN-CURSOR CURSOR FOR
                SELECT   CBL_SSN          ,
                         SUM (CBL_WAGE)   ,
                         SUM (CBL_CONTRIB)
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM  =  :T-ER-REG-NUM
                AND      CBL_PERIOD   =  :W-INV-PERIOD
                AND      CBL_STATUS   =  ' '
                GROUP BY CBL_SSN
                ORDER BY CBL_SSN
           END-EXEC.

           EXEC SQL
                OPEN INLN-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0410-PRINT-ONE-LINE
               UNTIL  W-LINE-EOF.

           EXEC SQL
                CLOSE INLN-CURSOR
           END-EXEC.

       C0400-PRINT-PERIOD-LINES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-PRINT-ONE-LINE                           *
      *****************************************************************

       C0410-PRINT-ONE-LINE SECTION.

           EXEC SQL
                FETCH INLN-CURSOR
                INTO  :T-CBL-SSN   ,
                      :T-CBL-WAGE  ,
                      :T-CBL-CONTRIB
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-LINE-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   MOVE ' '            TO  PRT-LINE-CC
                   MOVE  SPACES        TO  PRT-LINE-TEXT
                   MOVE  T-CBL-SSN     TO  PRT-DTL-SSN
                   MOVE  T-CBL-WAGE    TO  PRT-DTL-WAGE
                   MOVE  T-CBL-CONTRIB TO  PRT-DTL-CONTRIB
98284              IF  T-CBL-SSN  EQUAL TO  ZEROES
98284                  MOVE 'PROVISIONAL' TO  PRT-DTL-NOTE
98284              END-IF
                   PERFORM S0100-WRITE-PRINT-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-LINE-EOF-SW.

       C0410-PRINT-ONE-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-RECORD-INVOICE                           *
      *****************************************************************
      *    AN EARLIER INVOICE STILL OPEN IS SUPERSEDED FIRST -- WHAT  *
      *    IT CARRIED AND IS STILL UNPAID IS ON THIS ONE.             *
      *****************************************************************

       C0500-RECORD-INVOICE SECTION.

           MOVE 'ST_WRK_ER_INVOICE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_WRK_ER_INVOICE
                SET      INV_STATUS   =  'S'
                WHERE    INV_REG_NUM  =  :T-ER-REG-NUM
                AND      INV_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC SQL
                INSERT INTO ST_WRK_ER_INVOICE
                     (INV_NUM,           INV_PAY_REF,
                      INV_REG_NUM,       INV_PERIOD,
                      INV_CURRENT_AMT,   INV_SURCHARGE_AMT,
                      INV_ARREARS_AMT,   INV_INTEREST_AMT,
                      INV_PLAN_INST,     INV_PLAN_AMT,
                      INV_PLAN_STATUS,   INV_TOTAL_AMT,
                      INV_PAID_AMT,      INV_STATUS,
                      INV_ISSUE_DATE)
                VALUES
                     (:T-INV-NUM,        :T-INV-PAY-REF,
                      :T-ER-REG-NUM,     :W-INV-PERIOD,
                      :W-CUR-AMT,        :W-SURCHARGE-AMT,
                      :W-ARREARS-AMT,    :W-INTEREST-AMT,
                      :W-PLAN-INST,      :W-PLAN-AMT,
                      ' ',               :W-TOTAL-AMT,
                      0,                 ' ',
                      :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0500-RECORD-INVOICE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-TAG-INVOICED-ITEMS                       *
      *****************************************************************
      *    STAMPS THE INVOICE NUMBER ON THE BILLING LINES AND         *
      *    INTEREST ROWS IT CARRIES, SO OBSSS653 CAN SETTLE EXACTLY   *
      *    THESE WHEN THE REFERENCE IS QUOTED.                        *
      *****************************************************************

       C0600-TAG-INVOICED-ITEMS SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_WRK_CONTRIB_BILL
                SET      CBL_INV_NUM  =  :T-INV-NUM
                WHERE    CBL_REG_NUM  =  :T-ER-REG-NUM
                AND      CBL_PERIOD   <=  :W-INV-PERIOD
                AND      CBL_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_ER_INTEREST'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_WRK_ER_INTEREST
                SET      LPI_INV_NUM  =  :T-INV-NUM
                WHERE    LPI_REG_NUM  =  :T-ER-REG-NUM
                AND      LPI_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0600-TAG-INVOICED-ITEMS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('ERINVPRT')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0970-START-RUN-STATS                          *
      *****************************************************************
      *    THIS SECTION OPENS THIS PROGRAM'S ST_BAT_RUN_LOG ROW FOR   *
      *    THE BUSINESS DATE THROUGH OBSSS684, WHICH COMMITS IT, AND  *
      *    ZEROES THE ROW COUNTS KEPT DURING THE RUN.  THE RUN IS     *
      *    TAKEN AS COMPLETED UNLESS IT SAYS OTHERWISE BY THE END.    *
      *****************************************************************

98303  S0970-START-RUN-STATS SECTION.

98303      MOVE 'OBSSS666'  TO  X684-PROGRAM.
98303      MOVE 'S'         TO  X684-FUNCTION.
98303      MOVE 'C'         TO  X684-END-STATUS.
98303      MOVE  ZEROES     TO  X684-ROWS-READ
98303                           X684-ROWS-WRITTEN
98303                           X684-ROWS-REJECTED.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0970-START-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0975-END-RUN-STATS                            *
      *****************************************************************
      *    THIS SECTION CLOSES THIS PROGRAM'S ST_BAT_RUN_LOG ROW      *
      *    THROUGH OBSSS684 WITH THE END TIME, THE ROW COUNTS AND     *
      *    THE END STATUS.  IT RUNS FROM THE MAINLINE EXIT, SO EVERY  *
      *    NORMAL WAY OUT OF THE PROGRAM IS RECORDED.                 *
      *    THE ROWS REJECTED ARE THE RUN'S OWN COUNT.                 *
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

98303      MOVE  W-SKIP-COUNT  TO  X684-ROWS-REJECTED.

98303      MOVE 'E'         TO  X684-FUNCTION.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0980-COUNT-ROW-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A ROW FETCHED FROM A DB2 CURSOR.       *
      *****************************************************************

98303  S0980-COUNT-ROW-READ SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0980-COUNT-ROW-READ-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0985-COUNT-ROWS-WRITTEN                       *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED, UPDATED OR DELETED  *
      *    BY THE LAST SQL STATEMENT, AS DB2 REPORTS THEM IN SQLERRD. *
      *****************************************************************

98303  S0985-COUNT-ROWS-WRITTEN SECTION.

98303      IF  SQLCODE  EQUAL TO  +0
98303          ADD  SQLERRD (3)  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0985-COUNT-ROWS-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

98303  S0986-COUNT-REC-WRITTEN SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-WRITTEN
98303      ELSE
98303          NEXT SENTENCE.

98303  S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                               *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY       *
      *   DUMPING AND LINKING TO THE STANDARD ABEND HANDLER.           *
      *****************************************************************

       DB2-ERROR SECTION.

           IF  SQLCODE  EQUAL TO  +0  OR  +100
               NEXT SENTENCE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE              TO  ORSS0400-SQLCD
               MOVE 'ORS'                TO  ORSS0400-SYSID
               MOVE W-EIBDS              TO  ORSS0400-TABNM
               MOVE SPACES               TO  ORSS0400-CLERK
               MOVE T-ER-REG-NUM         TO  ORSS0400-SSN
               MOVE '1666'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
