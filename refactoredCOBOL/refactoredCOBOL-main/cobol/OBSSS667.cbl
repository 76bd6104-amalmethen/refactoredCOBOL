       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      NON-FILER PROVISIONAL ASSESSMENT ROUTINE OBSSS667        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS667.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS667 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX AFTER THE DECLARATION     *
      *                DEADLINE, THE SAME WAY OBSSS630 IS, THAT       *
      *                CATCHES THE EMPLOYER WHO SIMPLY STOPS SENDING  *
      *                WDECLIN LINES -- WHICH OTHERWISE BILLS         *
      *                NOTHING, MAKES NOTHING OVERDUE, AND SURFACES   *
      *                ONLY MONTHS LATER THROUGH THE OBSSS620         *
      *                LAST-ACCOUNTING CHECK.  THE PERIOD IS          *
      *                RUN_NF_PERIOD ON THE PROGRAM'S                 *
      *                ST_BAT_RUN_CONTROL ROW (DEFAULT: THE PREVIOUS  *
      *                MONTH):                                        *
      *                                                               *
      *                - A NON-FILER IS AN UNBLOCKED EMPLOYER WITH    *
      *                  AT LEAST ONE LIVING, UNBLOCKED EMPLOYEE ON   *
      *                  ITS ROSTER (M_BAS_EE_EMPLOYER_NUM, OR AN     *
      *                  OPEN ST_MST_EE_EMPLOYMENT LINK -- THE SAME   *
      *                  ROSTER ORP1513P SHOWS) AND NO                *
      *                  ST_WRK_CONTRIB_BILL ROW FOR THE PERIOD.      *
      *                - THE PROVISIONAL ASSESSMENT IS THE WAGE BILL  *
      *                  OF THE EMPLOYER'S LAST DECLARED PERIOD,      *
      *                  PRICED AT THE ST_MST_CONTRIB_RATE ROW AND    *
      *                  ST_MST_ER_HAZARD SURCHARGE IN EFFECT FOR     *
      *                  THE MISSING PERIOD, THE WAY OBSSS630 PRICES  *
      *                  A DECLARED LINE.  AN EMPLOYER THAT HAS       *
      *                  NEVER DECLARED HAS NO BASIS AND IS LEFT TO   *
      *                  THE OBSSS620 GRADING.                        *
      *                - THE BALANCED PAIR -- DEBIT THE EMPLOYER      *
      *                  RECEIVABLE, CREDIT CONTRIBUTION INCOME, THE  *
      *                  OBSSS630 RUN-CONTROL ACCOUNTS -- POSTS       *
      *                  THROUGH THE OBSSS627 SERVICE, BOTH LEGS      *
      *                  UNDER THE '0000' EMPLOYER-SSN CONVENTION.    *
      *                - THE ASSESSMENT IS KEPT ON THE                *
      *                  ST_WRK_CONTRIB_BILL REGISTER AS ONE          *
      *                  EMPLOYER-LEVEL ROW (CBL_SSN ZERO) FLAGGED    *
      *                  PROVISIONAL (CBL_PROVISIONAL 'Y'), SO IT     *
      *                  FALLS DUE, ACCRUES INTEREST, IS INVOICED     *
      *                  AND IS SETTLED LIKE ANY OTHER BILL.  WHEN    *
      *                  THE REAL DECLARATION ARRIVES OBSSS630        *
      *                  REVERSES IT AND BILLS THE ACTUAL LINES.      *
      *                - A PERIOD THAT ALREADY HAS A REGISTER ROW     *
      *                  (DECLARED OR PROVISIONAL) IS NOT TOUCHED,    *
      *                  SO A RERUN ASSESSES ONLY WHAT IS MISSING.    *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EE_EMPLOYMENT  (DB2 MASTER TABLE)   *
      *                    ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
      *                    ST_MST_CONTRIB_RATE   (DB2 RATE TABLE)     *
      *                    ST_MST_ER_HAZARD      (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - A BALANCED POSTING PAIR THROUGH OBSSS627 AND A    *
      *             PROVISIONAL ST_WRK_CONTRIB_BILL ROW PER           *
      *             NON-FILING EMPLOYER.                              *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-666. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98284 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
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
               VALUE 'PROGRAM-ID OBSSS667'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-PROV-TRAN-CODE        PIC X(04)  VALUE 'PRVA'.
           05  K-PROV-SOURCE           PIC X(02)  VALUE 'PV'.
           05  K-PROV-TERM             PIC X(04)  VALUE 'BTCH'.
           05  K-PROV-DEPT             PIC X(02)  VALUE 'CO'.
           05  K-PROV-CLERK            PIC X(03)  VALUE 'NFA'.
           05  K-BILL-RUN-PROGRAM      PIC X(08)  VALUE 'OBSSS630'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL / ASSESSMENT PERIOD                  *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS667'.
       01  T-RUN-NF-PERIOD             PIC X(06).
       01  T-RUN-BILL-RECV-ACCT        PIC 9(11).
       01  T-RUN-BILL-INC-ACCT         PIC 9(11).
       01  W-NF-PERIOD                 PIC X(06).
       01  W-PERIOD-BUILD.
           05  W-PB-YYYY               PIC 9(04).
           05  W-PB-MM                 PIC 9(02).
       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              ASSESSMENT FIELDS                                *
      *****************************************************************

       01  W-WAGE-AMT                  PIC S9(12)V999 COMP-3.
       01  W-CONTRIB-AMT               PIC S9(12)V999 COMP-3.
       01  W-LEG1-LEAD                 PIC S9(07) COMP-3.
       01  W-LEG2-RC                   PIC S9(08) COMP.
       01  W-ASSESS-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-NO-BASIS-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-REJECT-COUNT              PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-LAST-PERIOD               PIC X(06).
       01  T-LAST-PERIOD-IND           PIC S9(04) COMP.

       01  T-CTR-PERIOD                PIC X(06).
       01  T-CTR-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-CTR-EE-RATE               PIC S9(03)V9(04) COMP-3.

       01  T-HZD-SURCHARGE-PCT         PIC S9(03)V99 COMP-3.
       01  T-HZD-YEAR                  PIC 9(04).

       01  T-CBL-WAGE                  PIC S9(12)V999 COMP-3.
       01  T-CBL-CONTRIB               PIC S9(12)V999 COMP-3.

      *****************************************************************
      *              EMPLOYER KEY UNDER THE '0000' CONVENTION         *
      *****************************************************************

       01  W-ER-SSN-KEY.
           05  W-ER-SSN-PREFIX         PIC X(04)  VALUE '0000'.
           05  W-ER-SSN-REG            PIC 9(07).
       01  W-ER-SSN-KEY-9 REDEFINES W-ER-SSN-KEY
                                       PIC 9(11).

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

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
           PERFORM B0000-SWEEP-NON-FILERS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THE PERIOD DEFAULTS TO THE MONTH BEFORE TODAY; A           *
      *    RUN_NF_PERIOD ON THE PROGRAM'S ROW OVERRIDES IT.  THE      *
      *    ACCOUNTS ARE THE ONES THE OBSSS630 BILLING POSTS TO, SO    *
      *    THE ASSESSMENT AND ITS LATER REVERSAL MEET ON THE SAME     *
      *    RECEIVABLE.  WITHOUT THEM NOTHING CAN BE POSTED AND THE    *
      *    SWEEP ENDS BEFORE IT STARTS.                               *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  W-TODAY-DATE (1:4)  TO  W-PB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-PB-MM.

           IF  W-PB-MM  EQUAL TO  1
               MOVE  12  TO  W-PB-MM
               SUBTRACT  1  FROM  W-PB-YYYY
           ELSE
               SUBTRACT  1  FROM  W-PB-MM.

           MOVE  W-PERIOD-BUILD  TO  W-NF-PERIOD.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_NF_PERIOD
                INTO    :T-RUN-NF-PERIOD
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-NF-PERIOD  IS NUMERIC  AND
               T-RUN-NF-PERIOD  GREATER THAN  ZEROES
               MOVE  T-RUN-NF-PERIOD  TO  W-NF-PERIOD
           ELSE
               NEXT SENTENCE.

           MOVE  W-NF-PERIOD         TO  T-CTR-PERIOD.
           MOVE  W-NF-PERIOD (1:4)   TO  T-HZD-YEAR.

           EXEC SQL
                SELECT   RUN_BILL_RECV_ACCT ,
                         RUN_BILL_INC_ACCT
                INTO    :T-RUN-BILL-RECV-ACCT ,
                        :T-RUN-BILL-INC-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-BILL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           PERFORM B0550-GET-CONTRIB-RATE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0550-GET-CONTRIB-RATE                         *
      *****************************************************************
      *    THE RATE ROW IN EFFECT FOR THE ASSESSED PERIOD, PICKED     *
      *    THE WAY OBSSS630 PICKS IT.  NO RATE, NO ASSESSMENT.        *
      *****************************************************************

       B0550-GET-CONTRIB-RATE SECTION.

           MOVE 'ST_MST_CONTRIB_RATE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   CTR_ER_RATE ,
                         CTR_EE_RATE
                INTO    :T-CTR-ER-RATE ,
                        :T-CTR-EE-RATE
                FROM     ST_MST_CONTRIB_RATE
                WHERE    CTR_EFF_PERIOD  <=  :T-CTR-PERIOD
                ORDER BY CTR_EFF_PERIOD  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               NEXT SENTENCE.

       B0550-GET-CONTRIB-RATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-NON-FILERS                         *
      *****************************************************************
      *    THIS SECTION READS EVERY UNBLOCKED EMPLOYER WITH A LIVE    *
      *    ROSTER AND NO REGISTER ROW FOR THE PERIOD.  THE CURSOR     *
      *    HOLDS ACROSS THE SYNCPOINT TAKEN AFTER EACH ASSESSMENT.    *
      *****************************************************************

       B0000-SWEEP-NON-FILERS SECTION.

           IF  W-ER-EOF
               GO TO B0000-SWEEP-NON-FILERS-EXIT
           END-IF.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE NFER-CURSOR CURSOR WITH HOLD FOR
                SELECT   R.M_BAS_ER_REG_NUM
                FROM     ST_MST_EMPLOYER_BASIC  R
                WHERE  ( R.M_BAS_ER_BLOCK_CODE  IS NULL
                    OR   R.M_BAS_ER_BLOCK_CODE  =  ' ' )
                AND    ( EXISTS
                        (SELECT  1
                         FROM    ST_MST_EMPLOYEE_BASIC  E
                         WHERE   E.M_BAS_EE_EMPLOYER_NUM  =
                                 R.M_BAS_ER_REG_NUM
                         AND     E.M_BAS_EE_DEATH_DATE  IS NULL
                         AND   ( E.M_BAS_EE_BLOCK_CODE  IS NULL
                            OR   E.M_BAS_EE_BLOCK_CODE  =  ' ' ))
                    OR   EXISTS
                        (SELECT  1
                         FROM    ST_MST_EE_EMPLOYMENT   L
                         WHERE   L.EMP_REG_NUM   =  R.M_BAS_ER_REG_NUM
                         AND     L.EMP_END_DATE  IS NULL) )
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CONTRIB_BILL    B
                         WHERE   B.CBL_REG_NUM  =  R.M_BAS_ER_REG_NUM
                         AND     B.CBL_PERIOD   =  :W-NF-PERIOD)
                ORDER BY R.M_BAS_ER_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN NFER-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-NON-FILER
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE NFER-CURSOR
           END-EXEC.

       B0000-SWEEP-NON-FILERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-NON-FILER                          *
      *****************************************************************

       B0100-FETCH-NON-FILER SECTION.

           EXEC SQL
                FETCH NFER-CURSOR
                INTO  :T-ER-REG-NUM
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-ASSESS-NON-FILER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-NON-FILER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-ASSESS-NON-FILER                         *
      *****************************************************************
      *    THIS SECTION ASSESSES ONE NON-FILER: PRICE THE LAST        *
      *    DECLARED WAGE BILL, POST THE PAIR, REGISTER THE            *
      *    PROVISIONAL ROW, COMMIT.  A REJECTED POSTING LEAVES        *
      *    NOTHING BEHIND, SO NEXT MONTH'S RUN CAN TRY AGAIN.         *
      *****************************************************************

       C0000-ASSESS-NON-FILER SECTION.

           PERFORM C0100-PRICE-LAST-WAGE-BILL.

           IF  W-CONTRIB-AMT  NOT GREATER THAN  ZEROES
               ADD  1  TO  W-NO-BASIS-COUNT
               GO TO C0000-ASSESS-NON-FILER-EXIT
           END-IF.

           PERFORM C0200-POST-PROVISIONAL-PAIR.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               ADD  1  TO  W-REJECT-COUNT
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               GO TO C0000-ASSESS-NON-FILER-EXIT
           END-IF.

           PERFORM C0400-WRITE-PROVISIONAL-ROW.

           ADD  1  TO  W-ASSESS-COUNT.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-ASSESS-NON-FILER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-PRICE-LAST-WAGE-BILL                     *
      *****************************************************************
      *    THE BASIS IS THE WAGE BILL OF THE LATEST EARLIER PERIOD    *
      *    THE EMPLOYER ACTUALLY DECLARED (A PROVISIONAL ROW IS NOT   *
      *    A DECLARATION).  IT IS PRICED AT THE ASSESSED PERIOD'S     *
      *    RATE PLUS THE EMPLOYER'S HAZARD SURCHARGE FOR THAT YEAR.   *
      *****************************************************************

       C0100-PRICE-LAST-WAGE-BILL SECTION.

           MOVE  ZEROES  TO  W-WAGE-AMT  W-CONTRIB-AMT.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (CBL_PERIOD)
                INTO    :T-LAST-PERIOD:T-LAST-PERIOD-IND
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM      =  :T-ER-REG-NUM
                AND      CBL_PERIOD       <  :W-NF-PERIOD
                AND      CBL_PROVISIONAL  <>  'Y'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-LAST-PERIOD-IND  IS LESS THAN  ZERO
               GO TO C0100-PRICE-LAST-WAGE-BILL-EXIT
           END-IF.

           EXEC SQL
                SELECT   COALESCE (SUM (CBL_WAGE), 0)
                INTO    :W-WAGE-AMT
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM      =  :T-ER-REG-NUM
                AND      CBL_PERIOD       =  :T-LAST-PERIOD
                AND      CBL_PROVISIONAL  <>  'Y'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  W-WAGE-AMT  NOT GREATER THAN  ZEROES
               GO TO C0100-PRICE-LAST-WAGE-BILL-EXIT
           END-IF.

           COMPUTE  W-CONTRIB-AMT  ROUNDED  =
               W-WAGE-AMT  *  (T-CTR-ER-RATE + T-CTR-EE-RATE).

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
               COMPUTE  W-CONTRIB-AMT  ROUNDED  =
                   W-CONTRIB-AMT  +
                   (W-WAGE-AMT * T-HZD-SURCHARGE-PCT / 100)
           ELSE
               NEXT SENTENCE.

       C0100-PRICE-LAST-WAGE-BILL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-POST-PROVISIONAL-PAIR                    *
      *****************************************************************
      *    THE SAME BALANCED PAIR OBSSS630 POSTS FOR A DECLARED       *
      *    LINE, EXCEPT THAT WITH NO MEMBER BEHIND IT THE INCOME      *
      *    LEG ALSO GOES UNDER THE EMPLOYER KEY.  BOTH LEGS SKIP      *
      *    THE APPROVAL THRESHOLD, AND A REFUSED SECOND LEG BACKS     *
      *    THE FIRST OUT THROUGH C0250, AS OBSSS630 DOES.             *
      *****************************************************************

       C0200-POST-PROVISIONAL-PAIR SECTION.

           MOVE  T-ER-REG-NUM        TO  W-ER-SSN-REG.
           MOVE  W-ER-SSN-KEY-9      TO  X627-SSN.
           MOVE  T-RUN-BILL-RECV-ACCT TO X627-ACCT-CDE.
           MOVE  W-CONTRIB-AMT       TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE        TO  X627-EFF-DATE.
           MOVE  K-PROV-TRAN-CODE    TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE  W-NF-PERIOD         TO  X627-REF-NUM (1:6).
           MOVE  K-PROV-SOURCE       TO  X627-SOURCE.
           MOVE  K-PROV-DEPT         TO  X627-DEPT.
           MOVE  K-PROV-CLERK        TO  X627-CLERK.
           MOVE  K-PROV-TERM         TO  X627-TERM.
           MOVE  ZEROES              TO  X627-LINK-COUNT.
           MOVE 'Y'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               GO TO C0200-POST-PROVISIONAL-PAIR-EXIT
           END-IF.

           MOVE  X627-LEAD-COUNT     TO  W-LEG1-LEAD.

           MOVE  W-ER-SSN-KEY-9      TO  X627-SSN.
           MOVE  T-RUN-BILL-INC-ACCT TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - W-CONTRIB-AMT.
           MOVE  W-LEG1-LEAD         TO  X627-LINK-COUNT.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE  X627-RETURN-CODE  TO  W-LEG2-RC
               PERFORM C0250-REVERSE-FIRST-LEG
               MOVE  W-LEG2-RC         TO  X627-RETURN-CODE
           END-IF.

       C0200-POST-PROVISIONAL-PAIR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-REVERSE-FIRST-LEG                        *
      *****************************************************************

       C0250-REVERSE-FIRST-LEG SECTION.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-BILL-RECV-ACCT TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - W-CONTRIB-AMT.
           MOVE  W-LEG1-LEAD          TO  X627-LINK-COUNT.
           MOVE 'Y'                   TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       C0250-REVERSE-FIRST-LEG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-WRITE-PROVISIONAL-ROW                    *
      *****************************************************************
      *    ONE EMPLOYER-LEVEL REGISTER ROW (NO MEMBER, CBL_SSN        *
      *    ZERO), OPEN ('  ') AND FLAGGED PROVISIONAL.  THE WAGE IS   *
      *    THE BASIS IT WAS PRICED ON.                                *
      *****************************************************************

       C0400-WRITE-PROVISIONAL-ROW SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.
           MOVE  W-WAGE-AMT            TO  T-CBL-WAGE.
           MOVE  W-CONTRIB-AMT         TO  T-CBL-CONTRIB.

           EXEC SQL
                INSERT INTO ST_WRK_CONTRIB_BILL
                     (CBL_REG_NUM,    CBL_SSN,
                      CBL_PERIOD,     CBL_WAGE,
                      CBL_CONTRIB,    CBL_STATUS,
                      CBL_POST_DATE,  CBL_PROVISIONAL)
                VALUES
                     (:T-ER-REG-NUM,  0,
                      :W-NF-PERIOD,   :T-CBL-WAGE,
                      :T-CBL-CONTRIB, ' ',
                      :W-TODAY-DATE,  'Y')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0400-WRITE-PROVISIONAL-ROW-EXIT.  EXIT.
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

98303      MOVE 'OBSSS667'  TO  X684-PROGRAM.
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

98303      MOVE  W-REJECT-COUNT  TO  X684-ROWS-REJECTED.

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
               MOVE '1667'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
