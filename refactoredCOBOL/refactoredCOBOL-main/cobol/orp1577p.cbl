       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1577P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1577P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM MAINTAINS THE PARAMETERS THE   *
      *           BATCH SUITE TAKES FROM ST_BAT_RUN_CONTROL (ONE ROW  *
      *           PER PROGRAM, KEYED BY RUN_PROGRAM), IN PLACE OF A   *
      *           DIRECT TABLE UPDATE:                                *
      *                                                               *
      *           - ANYONE MAY LIST A PROGRAM'S PARAMETERS WITH THEIR *
      *             CURRENT VALUES, WHAT EACH ONE DOES AND THE VALUES *
      *             IT TAKES, A PROGRAM'S CHANGE HISTORY, AND THE     *
      *             CHANGES AWAITING A SECOND CLERK.                  *
      *           - A CLERK WITH UPDATE AUTHORITY CHANGES ONE         *
      *             PARAMETER AT A TIME.  THE VALUE IS EDITED BY THE  *
      *             PARAMETER'S CLASS -- A ACCOUNT (OPEN ON           *
      *             LT_ACCOUNTS), M MONEY, N NUMBER, R RATE, Y YEAR   *
      *             (ALL WITHIN THE RANGE SHOWN), P PERIOD YYYYMM,    *
      *             V YEAR YYYY, F FLAG (ONE OF THE VALUES SHOWN).    *
      *             ZERO OR BLANK LEAVES THE PROGRAM'S OWN DEFAULT IN *
      *             FORCE, AS EACH PROGRAM ALREADY PROVIDES.          *
      *           - AN ACCOUNT OR MONEY PARAMETER NEEDS TWO PEOPLE:   *
      *             THE CHANGE WAITS ON ST_WRK_RUN_PARM_CHG UNTIL A   *
      *             SUPERVISOR (OBSSS645 APPROVE FUNCTION) OTHER THAN *
      *             THE PROPOSING CLERK APPROVES OR REJECTS IT.       *
      *             EVERY OTHER CHANGE TAKES EFFECT AT ONCE.          *
      *           - EVERY CHANGE APPLIED IS KEPT ON ST_HST_RUN_PARM   *
      *             WITH THE OLD AND NEW VALUES, THE PROPOSING AND    *
      *             APPROVING CLERKS, AND THE DATE AND TIME, SO A     *
      *             BATCH RESULT CAN BE TRACED TO THE PARAMETER       *
      *             CHANGE BEHIND IT.                                 *
      *                                                               *
      *           THE PARAMETERS ARE CATALOGUED IN K-PRM-VALUES BELOW *
      *           (A NEW RUN-CONTROL PARAMETER IS ADDED THERE AND TO  *
      *           THE ROW READ AND REWRITE).  THE COLUMNS THE RUNS    *
      *           KEEP FOR THEMSELVES -- RUN_STATUS, RUN_CKPT_SSN,    *
      *           RUN_EXT_COUNT, RUN_EXT_HASH, RUN_LAST_SWEEP_DATE    *
      *           AND RUN_LAST_CHEQUE_NUM -- ARE NOT MAINTAINED HERE. *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1577.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)     *
      *                 ST_WRK_RUN_PARM_CHG   (DB2 WORK TABLE)        *
      *                 ST_HST_RUN_PARM       (DB2 HISTORY TABLE)     *
      *                 LT_ACCOUNTS           (DB2 REFERENCE TABLE)   *
      *                                                               *
      *        OUTPUT - RUN-CONTROL PARAMETER CHANGES, PROPOSALS AND  *
      *                 A ST_HST_RUN_PARM ROW PER CHANGE APPLIED.     *
      *                  COMMANDS:                                    *
      *                   L PROGRAM                   (LIST)          *
      *                   H PROGRAM                   (HISTORY)       *
      *                   W                           (AWAITING)      *
      *                   C PROGRAM NN VALUE          (CHANGE)        *
      *                   A PROGRAM NN                (APPROVE)       *
      *                   X PROGRAM NN                (REJECT)        *
      *                  NN IS THE PARAMETER NUMBER FROM THE LIST;    *
      *                  NUMBERS ARE KEYED WITH AN EXPLICIT DECIMAL   *
      *                  POINT WHERE THEY HAVE ONE.                   *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98302 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - OBSSS685 BATCH-WINDOW TREND PARAMETERS  *
      *                       ADDED TO THE CATALOGUE.                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98306 - OBSSS687 OVERRIDE ATTESTATION DAYS      *
      *                       ADDED TO THE CATALOGUE.                 *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98314 - OBSSS698 DISABILITY LEAD AND MINIMUM    *
      *                       MONTHS ADDED TO THE CATALOGUE.          *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
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
               VALUE 'PROGRAM-ID ORP1577P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-LIST-ROWS         PIC S9(4)  COMP VALUE +8.

      *****************************************************************
      *        RUN-CONTROL PARAMETER CATALOGUE -- PROGRAM, COLUMN,    *
      *        CLASS, DECIMALS, MINIMUM, MAXIMUM, FLAG VALUES, SLOT   *
      *        IN THE ROW IMAGE BELOW, AND WHAT THE PARAMETER DOES.   *
      *        ONE PROGRAM'S ENTRIES ARE KEPT TOGETHER.               *
      *****************************************************************

       01  K-PRM-VALUES.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS602RUN_CKPT_INTERVAL        N000000010099999   01'.
           05  FILLER                  PIC X(30)  VALUE
               'ROWS BETWEEN CHECKPOINTS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS603RUN_CKPT_INTERVAL        N000000010099999   01'.
           05  FILLER                  PIC X(30)  VALUE
               'ROWS BETWEEN CHECKPOINTS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS603RUN_MODE                 F000000000000000 FD01'.
           05  FILLER                  PIC X(30)  VALUE
               'F FULL / D DELTA SINCE SWEEP'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS604RUN_CKPT_INTERVAL        N000000010099999   01'.
           05  FILLER                  PIC X(30)  VALUE
               'ROWS BETWEEN CHECKPOINTS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS604RUN_MODE                 F000000000000000 FD01'.
           05  FILLER                  PIC X(30)  VALUE
               'F FULL / D DELTA SINCE SWEEP'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS612RUN_ONE_EMPLOYER         N000000019999999   02'.
           05  FILLER                  PIC X(30)  VALUE
               'ONE EMPLOYER RUN (0 = ALL)'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS620RUN_DELINQ_MONTHS        N000000010000120   03'.
           05  FILLER                  PIC X(30)  VALUE
               'QUIET MONTHS TO BE DELINQUENT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS621RUN_STMT_YEAR            Y000019900002099   04'.
           05  FILLER                  PIC X(30)  VALUE
               'MEMBER STATEMENT YEAR'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS629RUN_PLAN_ACCT            A000000000000000   05'.
           05  FILLER                  PIC X(30)  VALUE
               'INSTALMENT PLAN RECEIVABLE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS630RUN_BILL_RECV_ACCT       A000000000000000   06'.
           05  FILLER                  PIC X(30)  VALUE
               'CONTRIBUTION RECEIVABLE ACCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS630RUN_BILL_INC_ACCT        A000000000000000   07'.
           05  FILLER                  PIC X(30)  VALUE
               'CONTRIBUTION INCOME ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS630RUN_WAGE_CEILING         M300000019999999   08'.
           05  FILLER                  PIC X(30)  VALUE
               'CONTRIBUTORY WAGE CEILING'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS630RUN_REEMP_EXEMPT_AMT     M300000019999999   09'.
           05  FILLER                  PIC X(30)  VALUE
               'RE-EMPLOYMENT EXEMPT EARNINGS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS630RUN_REEMP_REDUCE_PCT     R200000000000100   10'.
           05  FILLER                  PIC X(30)  VALUE
               'RE-EMPLOYMENT REDUCTION PCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS631RUN_PENSION_ACCT         A000000000000000   11'.
           05  FILLER                  PIC X(30)  VALUE
               'PENSION PAYABLE ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS631RUN_LIFE_GRACE_MONTHS    N000000010000024   12'.
           05  FILLER                  PIC X(30)  VALUE
               'LIFE-PROOF GRACE MONTHS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS631RUN_REEMP_LOOKBACK_MONTHSN000000010000024   13'.
           05  FILLER                  PIC X(30)  VALUE
               'RE-EMPLOYMENT LOOKBACK MONTHS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS631RUN_PROOF_TOL_PCT        R200000000000100   14'.
           05  FILLER                  PIC X(30)  VALUE
               'PAYROLL PROOF TOLERANCE PCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS632RUN_LOAN_ACCT            A000000000000000   15'.
           05  FILLER                  PIC X(30)  VALUE
               'LOAN RECEIVABLE ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS632RUN_DED_CEILING_PCT      R400000000000001   16'.
           05  FILLER                  PIC X(30)  VALUE
               'DEDUCTION CEILING (FRACTION)'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS632RUN_LOAN_MAX_TERM        N000000010000360   17'.
           05  FILLER                  PIC X(30)  VALUE
               'MAXIMUM LOAN TERM IN MONTHS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS633RUN_RATE_MOVE_PCT        R200000000000100   18'.
           05  FILLER                  PIC X(30)  VALUE
               'RATE MOVEMENT REVIEW PCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS637RUN_PENALTY_ACCT         A000000000000000   19'.
           05  FILLER                  PIC X(30)  VALUE
               'LATE PENALTY INCOME ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS638RUN_REFUND_THRESH        M300000019999999   20'.
           05  FILLER                  PIC X(30)  VALUE
               'REFUND DETECTION THRESHOLD'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS638RUN_REFUND_ACCT          A000000000000000   21'.
           05  FILLER                  PIC X(30)  VALUE
               'REFUND PAYABLE ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS640RUN_VEST_MONTHS          N000000010000600   22'.
           05  FILLER                  PIC X(30)  VALUE
               'SERVICE MONTHS TO VEST'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS641RUN_SETTLE_ACCT          A000000000000000   23'.
           05  FILLER                  PIC X(30)  VALUE
               'SERVICE-END SETTLEMENT ACCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS642RUN_DROPNAT_ACCT         A000000000000000   24'.
           05  FILLER                  PIC X(30)  VALUE
               'DROPPED-NATIONALITY ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS644RUN_PURGE_MIN_DAYS       N000000010000999   25'.
           05  FILLER                  PIC X(30)  VALUE
               'RETENTION FLOOR IN DAYS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS647RUN_RPT_PERIOD           P000000000000000   02'.
           05  FILLER                  PIC X(30)  VALUE
               'BUDGET REPORT MONTH'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS649RUN_DEP_AGE_LIMIT        N000000010000099   26'.
           05  FILLER                  PIC X(30)  VALUE
               'DEPENDANT AGE LIMIT IN YEARS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS651RUN_REBUILD_PERIOD       P000000000000000   03'.
           05  FILLER                  PIC X(30)  VALUE
               'PERIOD TO REBUILD'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS652RUN_RECOVERY_ACCT        A000000000000000   27'.
           05  FILLER                  PIC X(30)  VALUE
               'OVERPAYMENT RECOVERY ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS654RUN_HARNESS_MODE         F000000000000000CRD04'.
           05  FILLER                  PIC X(30)  VALUE
               'C CAPTURE / R REPLAY / D DIFF'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS656RUN_PENSION_AGE          N000000400000099   28'.
           05  FILLER                  PIC X(30)  VALUE
               'PENSION AGE IN YEARS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS658RUN_VOL_LAPSE_COUNT      N000000010000099   29'.
           05  FILLER                  PIC X(30)  VALUE
               'MISSED PAYMENTS BEFORE LAPSE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS659RUN_REPAIR_SW            F000000000000000YN 05'.
           05  FILLER                  PIC X(30)  VALUE
               'Y REPAIRS EXCEPTIONS IN PLACE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS660RUN_HAZARD_FACTOR        R200000000000009   30'.
           05  FILLER                  PIC X(30)  VALUE
               'SURCHARGE PCT PER PAID CLAIM'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS660RUN_HAZARD_CAP           R200000000000999   31'.
           05  FILLER                  PIC X(30)  VALUE
               'SURCHARGE CEILING PCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS660RUN_INJURY_ACCT          A000000000000000   32'.
           05  FILLER                  PIC X(30)  VALUE
               'WORK INJURY PAYABLE ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS661RUN_AVG_MONTHS           N000000010000999   33'.
           05  FILLER                  PIC X(30)  VALUE
               'MONTHS IN AVERAGE SALARY'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS661RUN_ACCRUAL_PCT          R400000000000100   34'.
           05  FILLER                  PIC X(30)  VALUE
               'ACCRUAL PCT PER SERVICE YEAR'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS661RUN_PENSION_MIN          M300000010999999   35'.
           05  FILLER                  PIC X(30)  VALUE
               'MINIMUM MONTHLY PENSION'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS661RUN_PENSION_MAX_PCT      R400000000000100   36'.
           05  FILLER                  PIC X(30)  VALUE
               'PENSION CAP PCT OF AVERAGE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS663RUN_LIFE_CYCLE_MONTHS    N000000010000120   37'.
           05  FILLER                  PIC X(30)  VALUE
               'LIFE-PROOF CYCLE IN MONTHS'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS663RUN_LIFE_REMIND_MONTHS   N000000010000120   38'.
           05  FILLER                  PIC X(30)  VALUE
               'REMINDER MONTHS BEFORE DUE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS664RUN_SRV_ENTL_PCT         R200000000000999   39'.
           05  FILLER                  PIC X(30)  VALUE
               'SURVIVOR SHARE PCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS665RUN_STMT_YEAR            Y000019900002099   04'.
           05  FILLER                  PIC X(30)  VALUE
               'EMPLOYER STATEMENT YEAR'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS666RUN_INV_PERIOD           P000000000000000   06'.
           05  FILLER                  PIC X(30)  VALUE
               'INVOICE MONTH'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS667RUN_NF_PERIOD            P000000000000000   07'.
           05  FILLER                  PIC X(30)  VALUE
               'NON-FILER MONTH'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS668RUN_RM_PERIOD            P000000000000000   08'.
           05  FILLER                  PIC X(30)  VALUE
               'REMINDER MONTH'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS669RUN_SPIKE_PCT            R200000000000999   40'.
           05  FILLER                  PIC X(30)  VALUE
               'SALARY SPIKE REVIEW PCT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS669RUN_SPIKE_YEARS          N000000010000040   41'.
           05  FILLER                  PIC X(30)  VALUE
               'YEARS BEFORE PENSION AGE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS672RUN_INSP_PLAN_SIZE       N000000010009999   42'.
           05  FILLER                  PIC X(30)  VALUE
               'INSPECTIONS PLANNED PER AREA'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS675RUN_CLOSE_YEAR           V000019900002099   09'.
           05  FILLER                  PIC X(30)  VALUE
               'FISCAL YEAR TO CLOSE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS675RUN_RESERVE_ACCT         A000000000000000   43'.
           05  FILLER                  PIC X(30)  VALUE
               'RESERVE (RETAINED) ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS676RUN_ACR_PERIOD           P000000000000000   10'.
           05  FILLER                  PIC X(30)  VALUE
               'ACCRUAL MONTH'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS676RUN_ACR_RECV_ACCT        A000000000000000   44'.
           05  FILLER                  PIC X(30)  VALUE
               'ACCRUED RECEIVABLE ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS676RUN_ACR_INC_ACCT         A000000000000000   45'.
           05  FILLER                  PIC X(30)  VALUE
               'ACCRUED INCOME ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS678RUN_STALE_DAYS           N000000010009999   46'.
           05  FILLER                  PIC X(30)  VALUE
               'DAYS BEFORE PAYMENT IS STALE'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS678RUN_UNCLAIMED_ACCT       A000000000000000   47'.
           05  FILLER                  PIC X(30)  VALUE
               'UNCLAIMED BENEFITS ACCOUNT'.
           05  FILLER                  PIC X(54)  VALUE
               'OBSSS681RUN_COOL_DAYS            N000000010000999   48'.
           05  FILLER                  PIC X(30)  VALUE
               'HOLD DAYS AFTER BANK CHANGE'.
           05  FILLER                  PIC X(54)  VALUE
98303          'OBSSS685RUN_TREND_PCT            N000001010000999   49'.
98303      05  FILLER                  PIC X(30)  VALUE
98303          'LONG RUN PCT OF BASELINE AVG'.
98303      05  FILLER                  PIC X(54)  VALUE
98303          'OBSSS685RUN_ONLINE_START         N000000010002359   50'.
98303      05  FILLER                  PIC X(30)  VALUE
98303          'ONLINE START TIME (HHMM)'.
98306      05  FILLER                  PIC X(54)  VALUE
98306          'OBSSS687RUN_ATTEST_DAYS          N000000010000999   51'.
98306      05  FILLER                  PIC X(30)  VALUE
98306          'DAYS ALLOWED FOR ATTESTATION'.
98314      05  FILLER                  PIC X(54)  VALUE
98314          'OBSSS698RUN_DIS_LEAD_MONTHS      N000000010000012   53'.
98314      05  FILLER                  PIC X(30)  VALUE
98314          'MONTHS AHEAD TO BOOK BOARDS'.
98314      05  FILLER                  PIC X(54)  VALUE
98314          'OBSSS698RUN_DIS_MIN_MONTHS       N000000010000120   54'.
98314      05  FILLER                  PIC X(30)  VALUE
98314          'MIN MONTHS FOR DISABILITY'.
98303      05  FILLER                  PIC X(54)  VALUE
98306          'ORP1548PRUN_RESPONSE_DAYS        N000000010000999   52'.
           05  FILLER                  PIC X(30)  VALUE
               'DAYS ALLOWED FOR A RESPONSE'.
       01  K-PRM-TBL REDEFINES K-PRM-VALUES.
98314      05  K-PRM-ENTRY  OCCURS 68 TIMES  INDEXED BY K-PRM-NDX.
               10  K-PRM-PROGRAM       PIC X(08).
               10  K-PRM-COLUMN        PIC X(25).
               10  K-PRM-CLASS         PIC X(01).
                   88  K-PRM-ACCOUNT       VALUE 'A'.
                   88  K-PRM-PERIOD        VALUE 'P'.
                   88  K-PRM-CHAR-YEAR     VALUE 'V'.
                   88  K-PRM-FLAG          VALUE 'F'.
                   88  K-PRM-DUAL-CONTROL  VALUE 'A' 'M'.
                   88  K-PRM-CHARACTER     VALUE 'P' 'V' 'F'.
               10  K-PRM-DECIMALS      PIC 9(01).
               10  K-PRM-MIN           PIC 9(07).
               10  K-PRM-MAX           PIC 9(07).
               10  K-PRM-FLAGS         PIC X(03).
               10  K-PRM-SLOT          PIC 9(02).
               10  K-PRM-DESC          PIC X(30).
98314  01  C-MAX-PRMS                  PIC S9(04) COMP VALUE +68.

       01  I                           PIC S9(04) COMP.
       01  J                           PIC S9(04) COMP.
       01  W-FIRST                     PIC S9(04) COMP.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

       01  W-ROW-MISSING-SW            PIC X(01)  VALUE 'N'.
           88  W-ROW-MISSING               VALUE 'Y'.

       01  W-PENDING-SW                PIC X(01)  VALUE 'N'.
           88  W-PENDING                   VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-LIST-EOF                  VALUE 'Y'.

      *****************************************************************
      *        AUTHORIZATION CHECK WORK AREAS (SAME OOPACEEE          *
      *        PROGRAM-LEVEL AUTHORITY CHECK ORP1525P USES)           *
      *****************************************************************

       77  WS-OOPACEEE-PROGRAM         PIC X(8) VALUE 'OOPACEEE'.
       01  ACCESS-PARAM.
           05  WS-ACCESS-AUTH           PIC X(01) VALUE SPACES.
               88  UPDATE-AUTH              VALUE 'U'.
       01  TWA-CHX-MISC.
           05  TWA-CHX-MISC-DEBUG-FLAG         PIC X(01) VALUE SPACES.
           05  TWA-CHX-MISC-LPAR-NAME          PIC X(08) VALUE SPACES.
           05  TWA-CHX-MISC-DEFAULT-RACF-GRP   PIC X(08) VALUE SPACES.
       01  TWA-CHX-ACEE-PROGRAMS.
           05  TWA-PROGRAM-RESOURCE-TYPE PIC X(12) VALUE 'PROGRAM     '.
           05  TWA-PROGRAM-COUNT         PIC S9(4) COMP VALUE +1.
           05  TWA-PROGRAM-RESOURCES.
               10  TWA-PROGRAM-ORP1577P        PIC X(08)
                                                VALUE 'ORP1577P'.
               10  TWA-PROGRAM-ORP1577P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *        RUN-CONTROL ROW IMAGE -- THE PARAMETER COLUMNS ARE     *
      *        READ AND REWRITTEN TOGETHER; THE CATALOGUE SLOT PICKS  *
      *        THE ONE BEING CHANGED.                                 *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08).

       01  T-RUN-NUM-PARMS.
           05  T-RUN-CKPT-INTERVAL         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-ONE-EMPLOYER          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-DELINQ-MONTHS         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-STMT-YEAR             PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PLAN-ACCT             PIC S9(13)V9(4) COMP-3.
           05  T-RUN-BILL-RECV-ACCT        PIC S9(13)V9(4) COMP-3.
           05  T-RUN-BILL-INC-ACCT         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-WAGE-CEILING          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-REEMP-EXEMPT-AMT      PIC S9(13)V9(4) COMP-3.
           05  T-RUN-REEMP-REDUCE-PCT      PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PENSION-ACCT          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-LIFE-GRACE-MONTHS     PIC S9(13)V9(4) COMP-3.
           05  T-RUN-REEMP-LOOKBACK-MONTHS PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PROOF-TOL-PCT         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-LOAN-ACCT             PIC S9(13)V9(4) COMP-3.
           05  T-RUN-DED-CEILING-PCT       PIC S9(13)V9(4) COMP-3.
           05  T-RUN-LOAN-MAX-TERM         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-RATE-MOVE-PCT         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PENALTY-ACCT          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-REFUND-THRESH         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-REFUND-ACCT           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-VEST-MONTHS           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-SETTLE-ACCT           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-DROPNAT-ACCT          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PURGE-MIN-DAYS        PIC S9(13)V9(4) COMP-3.
           05  T-RUN-DEP-AGE-LIMIT         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-RECOVERY-ACCT         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PENSION-AGE           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-VOL-LAPSE-COUNT       PIC S9(13)V9(4) COMP-3.
           05  T-RUN-HAZARD-FACTOR         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-HAZARD-CAP            PIC S9(13)V9(4) COMP-3.
           05  T-RUN-INJURY-ACCT           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-AVG-MONTHS            PIC S9(13)V9(4) COMP-3.
           05  T-RUN-ACCRUAL-PCT           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PENSION-MIN           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-PENSION-MAX-PCT       PIC S9(13)V9(4) COMP-3.
           05  T-RUN-LIFE-CYCLE-MONTHS     PIC S9(13)V9(4) COMP-3.
           05  T-RUN-LIFE-REMIND-MONTHS    PIC S9(13)V9(4) COMP-3.
           05  T-RUN-SRV-ENTL-PCT          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-SPIKE-PCT             PIC S9(13)V9(4) COMP-3.
           05  T-RUN-SPIKE-YEARS           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-INSP-PLAN-SIZE        PIC S9(13)V9(4) COMP-3.
           05  T-RUN-RESERVE-ACCT          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-ACR-RECV-ACCT         PIC S9(13)V9(4) COMP-3.
           05  T-RUN-ACR-INC-ACCT          PIC S9(13)V9(4) COMP-3.
           05  T-RUN-STALE-DAYS            PIC S9(13)V9(4) COMP-3.
           05  T-RUN-UNCLAIMED-ACCT        PIC S9(13)V9(4) COMP-3.
           05  T-RUN-COOL-DAYS             PIC S9(13)V9(4) COMP-3.
98303      05  T-RUN-TREND-PCT             PIC S9(13)V9(4) COMP-3.
98303      05  T-RUN-ONLINE-START          PIC S9(13)V9(4) COMP-3.
98306      05  T-RUN-ATTEST-DAYS           PIC S9(13)V9(4) COMP-3.
           05  T-RUN-RESPONSE-DAYS         PIC S9(13)V9(4) COMP-3.
98314      05  T-RUN-DIS-LEAD-MONTHS       PIC S9(13)V9(4) COMP-3.
98314      05  T-RUN-DIS-MIN-MONTHS        PIC S9(13)V9(4) COMP-3.
       01  T-RUN-NUM-TBL REDEFINES T-RUN-NUM-PARMS.
98314      05  T-RUN-NUM-VAL  OCCURS 54 TIMES
                                       PIC S9(13)V9(4) COMP-3.

       01  T-RUN-CHR-PARMS.
           05  T-RUN-MODE                  PIC X(06).
           05  T-RUN-RPT-PERIOD            PIC X(06).
           05  T-RUN-REBUILD-PERIOD        PIC X(06).
           05  T-RUN-HARNESS-MODE          PIC X(06).
           05  T-RUN-REPAIR-SW             PIC X(06).
           05  T-RUN-INV-PERIOD            PIC X(06).
           05  T-RUN-NF-PERIOD             PIC X(06).
           05  T-RUN-RM-PERIOD             PIC X(06).
           05  T-RUN-CLOSE-YEAR            PIC X(06).
           05  T-RUN-ACR-PERIOD            PIC X(06).
       01  T-RUN-CHR-TBL REDEFINES T-RUN-CHR-PARMS.
           05  T-RUN-CHR-VAL  OCCURS 10 TIMES
                                       PIC X(06).

      *****************************************************************
      *              CHANGE / HISTORY / ACCOUNT HOST VARIABLES        *
      *****************************************************************

       01  T-PCH-COLUMN                PIC X(25).
       01  T-PCH-NEW-NUM               PIC S9(13)V9(4) COMP-3.
       01  T-PCH-NEW-CHAR              PIC X(06).
       01  T-PCH-NEW-VALUE             PIC X(20).
       01  T-PCH-OLD-VALUE             PIC X(20).
       01  T-PCH-STATUS                PIC X(01).
       01  T-PCH-PROP-CLERK            PIC X(03).
       01  T-PCH-PROP-DATE             PIC X(08).
       01  T-PCH-PROGRAM               PIC X(08).

       01  T-HRP-PROP-CLERK            PIC X(03).
       01  T-HRP-APPR-CLERK            PIC X(03).
       01  W-HRP-DATE-TIME.
           05  W-HRP-DATE              PIC X(08).
           05  W-HRP-TIME              PIC X(06).

       01  T-APPR-CLERK                PIC X(03).
       01  T-ACCT-CODE                 PIC 9(11).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 VALUE EDIT / FORMAT WORK AREAS                *
      *****************************************************************

       01  W-VAL-LEN                   PIC S9(04) COMP.
       01  W-VAL-DIGITS                PIC S9(04) COMP.
       01  W-VAL-POINTS                PIC S9(04) COMP.
       01  W-VAL-INT-LEN               PIC S9(04) COMP.
       01  W-VAL-COUNT                 PIC S9(04) COMP.
       01  W-YEAR-9                    PIC 9(04).

       01  W-NEW-NUM                   PIC S9(13)V9(4) COMP-3.
       01  W-NEW-CHR                   PIC X(06).
       01  W-NEW-TEXT                  PIC X(20).
       01  W-OLD-TEXT                  PIC X(20).

       01  W-FMT-NUM                   PIC S9(13)V9(4) COMP-3.
       01  W-FMT-CHR                   PIC X(06).
       01  W-FMT-TEXT                  PIC X(20).
       01  W-EDIT-INT                  PIC -(15)9.
       01  W-EDIT-DEC                  PIC -(11)9.9(4).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-HISTORY           VALUE 'H'.
               88  W-CMD-AWAITING          VALUE 'W'.
               88  W-CMD-CHANGE            VALUE 'C'.
               88  W-CMD-APPROVE           VALUE 'A'.
               88  W-CMD-REJECT            VALUE 'X'.
           05  FILLER                  PIC X(01).
           05  W-CMD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01).
           05  W-CMD-ITEM              PIC X(02).
           05  W-CMD-ITEM-9 REDEFINES W-CMD-ITEM
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  W-CMD-VALUE             PIC X(20).
           05  W-CMD-FLAG-R REDEFINES W-CMD-VALUE.
               10  W-CMD-FLAG          PIC X(01).
               10  FILLER              PIC X(19).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +34.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'RUN CONTROL - L PROGRAM / H PROGRAM / W (AWAITING)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'C PROGRAM NN VALUE (CHANGE PARAMETER NN FROM THE LIST)'.
           05  W-TEXT-USAGE3           PIC X(64) VALUE
               'A PROGRAM NN (APPROVE) / X PROGRAM NN (REJECT)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO CHANGE RUN-CONTROL PARAMETERS.'.
           05  W-TEXT-NOT-SUPV         PIC X(60) VALUE
               'ONLY A SUPERVISOR MAY APPROVE OR REJECT A CHANGE.'.
           05  W-TEXT-NO-PROGRAM       PIC X(60) VALUE
               'NO RUN-CONTROL PARAMETERS ARE KEPT FOR THAT PROGRAM.'.
           05  W-TEXT-BAD-ITEM         PIC X(60) VALUE
               'PARAMETER NUMBER IS NOT ON THE LIST FOR THAT PROGRAM.'.
           05  W-TEXT-BAD-VALUE        PIC X(60) VALUE
               'VALUE MUST BE DIGITS WITH AT MOST ONE DECIMAL POINT.'.
           05  W-TEXT-BAD-DECIMALS     PIC X(60) VALUE
               'VALUE HAS MORE DECIMAL PLACES THAN THE ITEM TAKES.'.
           05  W-TEXT-OUT-OF-RANGE     PIC X(60) VALUE
               'VALUE IS OUTSIDE THE RANGE SHOWN ON THE LIST.'.
           05  W-TEXT-BAD-ACCOUNT      PIC X(60) VALUE
               'ACCOUNT IS NOT AN OPEN ACCOUNT ON LT_ACCOUNTS.'.
           05  W-TEXT-BAD-PERIOD       PIC X(60) VALUE
               'PERIOD MUST BE YYYYMM, OR BLANK FOR THE DEFAULT.'.
           05  W-TEXT-BAD-YEAR         PIC X(60) VALUE
               'YEAR MUST BE YYYY IN THE RANGE SHOWN, OR BLANK.'.
           05  W-TEXT-BAD-FLAG         PIC X(60) VALUE
               'FLAG MUST BE ONE OF THE VALUES SHOWN ON THE LIST.'.
           05  W-TEXT-CHANGE-OPEN      PIC X(60) VALUE
               'A CHANGE TO THIS ITEM IS ALREADY AWAITING APPROVAL.'.
           05  W-TEXT-NO-CHANGE        PIC X(60) VALUE
               'NO CHANGE TO THIS PARAMETER IS AWAITING APPROVAL.'.
           05  W-TEXT-SAME-CLERK       PIC X(60) VALUE
               'APPROVING SUPERVISOR MUST DIFFER FROM THE PROPOSER.'.
           05  W-TEXT-CHANGED          PIC X(60) VALUE
               'PARAMETER CHANGED - APPLIES FROM THE NEXT RUN.'.
           05  W-TEXT-PROPOSED         PIC X(60) VALUE
               'CHANGE RECORDED - AWAITING A SECOND CLERK.'.
           05  W-TEXT-APPROVED         PIC X(60) VALUE
               'CHANGE APPROVED AND APPLIED - FROM THE NEXT RUN.'.
           05  W-TEXT-REJECTED         PIC X(60) VALUE
               'CHANGE REJECTED.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NOTHING TO LIST.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'RUN CONTROL SESSION ENDED'.
           05  W-TEXT-PARM-HEADING     PIC X(64) VALUE
               'NO COLUMN                     VALUE                C'.
           05  W-TEXT-PROGRAM-LINE.
               10  FILLER              PIC X(15) VALUE
                   'PARAMETERS OF '.
               10  W-TPG-PROGRAM       PIC X(08).
               10  W-TPG-ROW-NOTE      PIC X(41).
           05  W-TEXT-NO-ROW           PIC X(41) VALUE
               ' - NO ROW, PROGRAM DEFAULTS IN FORCE'.
           05  W-TEXT-PARM-LINE.
               10  W-TPL-ITEM          PIC 9(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-COLUMN        PIC X(25).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-VALUE         PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-CLASS         PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-DUAL          PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPL-PENDING       PIC X(07).
           05  W-TEXT-DESC-LINE.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  W-TDL-DESC          PIC X(30).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TDL-RULE          PIC X(30).
           05  W-TEXT-RULE-RANGE.
               10  FILLER              PIC X(06) VALUE 'RANGE '.
               10  W-TRR-MIN           PIC Z(06)9.
               10  FILLER              PIC X(03) VALUE ' - '.
               10  W-TRR-MAX           PIC Z(06)9.
               10  FILLER              PIC X(07) VALUE ', OR 0'.
           05  W-TEXT-RULE-FLAGS.
               10  FILLER              PIC X(07) VALUE 'VALUES '.
               10  W-TRF-FLAGS         PIC X(03).
               10  FILLER              PIC X(20) VALUE SPACES.
           05  W-TEXT-RULE-ACCOUNT     PIC X(30) VALUE
               'OPEN LT_ACCOUNTS CODE, OR 0'.
           05  W-TEXT-RULE-PERIOD      PIC X(30) VALUE
               'YYYYMM, OR BLANK'.
           05  W-TEXT-CHANGE-HEAD      PIC X(64) VALUE
               'PROGRAM  COLUMN                    PROPOSER DATE'.
           05  W-TEXT-PCH-LINE.
               10  W-TPC-PROGRAM       PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPC-COLUMN        PIC X(25).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TPC-CLERK         PIC X(03).
               10  FILLER              PIC X(06) VALUE SPACES.
               10  W-TPC-DATE          PIC X(08).
           05  W-TEXT-HISTORY-HEAD     PIC X(64) VALUE
               'DATE     TIME COLUMN                    BY  APPROVED'.
           05  W-TEXT-HRP-LINE.
               10  W-THL-DATE          PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-TIME          PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-COLUMN        PIC X(25).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-PROP-CLERK    PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-THL-APPR-CLERK    PIC X(03).
           05  W-TEXT-FROM-TO-LINE.
               10  FILLER              PIC X(08) VALUE '   FROM '.
               10  W-TFT-OLD-VALUE     PIC X(20).
               10  FILLER              PIC X(04) VALUE ' TO '.
               10  W-TFT-NEW-VALUE     PIC X(20).

       01  W-TEXT-ERROR                PIC X(60).

       01  W-RESP                      PIC S9(04) COMP.
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
      *        CENTRAL AUTHORITY SERVICE COMMAREA                     *
      *****************************************************************

       01  X645-AUTH-AREA.
           COPY OBC645CA.

      *****************************************************************
      *                    LINKAGE SECTION                            *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(01).

           COPY OOC0010.

      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           PERFORM B0000-INIT.

           PERFORM C0000-PROCESS.

           PERFORM D0000-FINAL.
           GOBACK.
       A0000-MAINLINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        B0000-INIT                             *
      *****************************************************************

       B0000-INIT SECTION.

           EXEC CICS  ADDRESS
                      TCTUA (ADDRESS OF TCTTE-USER-AREA)
           END-EXEC.

           MOVE SPACES  TO  WS-ACCESS-AUTH.
           CALL WS-OOPACEEE-PROGRAM  USING
                DFHEIBLK DFHCOMMAREA
                TWA-CHX-MISC TWA-CHX-ACEE-PROGRAMS.
           MOVE TWA-PROGRAM-ORP1577P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0050-CHECK-AUTH-MATRIX                        *
      *****************************************************************
      *    CONSULTS THE OBSSS645 CENTRAL AUTHORITY MATRIX FOR THIS    *
      *    CLERK, TRANSACTION AND THE UPDATE FUNCTION.  A MATRIX      *
      *    GRANT PERMITS UPDATE; NO MATRIX ROW LEAVES THE PROGRAM-    *
      *    LEVEL OOPACEEE RESULT IN FORCE.                            *
      *****************************************************************

       B0050-CHECK-AUTH-MATRIX SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1577'        TO  X645-TRAN.
           MOVE 'U'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE 'U'  TO  WS-ACCESS-AUTH
           ELSE
               NEXT SENTENCE.

       B0050-CHECK-AUTH-MATRIX-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0060-CHECK-APPROVE-AUTH                       *
      *****************************************************************
      *    THE SECOND CLERK ON AN ACCOUNT OR MONEY PARAMETER MUST     *
      *    HOLD AN OBSSS645 GRANT OF THE APPROVE FUNCTION ON THIS     *
      *    TRANSACTION.                                               *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1577'        TO  X645-TRAN.
           MOVE 'A'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-APPROVE-AUTH  TO  TRUE
           ELSE
               NEXT SENTENCE.

       B0060-CHECK-APPROVE-AUTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-END-SESSION
               GO TO C0000-PROCESS-EXIT.

           IF  TCTTE-ENTRY-COUNT  EQUAL TO  LOW-VALUES
               PERFORM C0100-SEND-USAGE
               GO TO C0000-PROCESS-EXIT.

           PERFORM C0200-RECEIVE-PARM-CMD.

       C0000-PROCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0100-SEND-USAGE                           *
      *****************************************************************

       C0100-SEND-USAGE SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE1)
                LENGTH  (64)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE2)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE3)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1577')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-PARM-CMD                         *
      *****************************************************************
      *    THE LISTS ARE OPEN TO ANYONE; A CHANGE NEEDS UPDATE        *
      *    AUTHORITY AND AN APPROVAL OR REJECTION THE APPROVE GRANT.  *
      *    EVERY BRANCH RETURNS.                                      *
      *****************************************************************

       C0200-RECEIVE-PARM-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +34      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-AWAITING
               PERFORM C0750-LIST-AWAITING
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-LIST     AND
               NOT W-CMD-HISTORY  AND
               NOT W-CMD-CHANGE   AND
               NOT W-CMD-APPROVE  AND
               NOT W-CMD-REJECT
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-CHANGE  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  ( W-CMD-APPROVE  OR  W-CMD-REJECT )  AND
               NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-SUPV  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM C0250-FIND-PROGRAM.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-PARMS
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-HISTORY
               PERFORM C0780-LIST-HISTORY
           ELSE
               NEXT SENTENCE.

           PERFORM C0260-FIND-ITEM.
           PERFORM C0300-GET-RUN-ROW.
           PERFORM C0320-GET-PENDING.

           IF  W-CMD-CHANGE
               PERFORM C0400-CHANGE-PARM
           ELSE
           IF  W-CMD-APPROVE
               PERFORM C0600-APPROVE-CHANGE
               MOVE W-TEXT-APPROVED   TO  W-TEXT-ERROR
           ELSE
               PERFORM C0680-REJECT-CHANGE
               MOVE W-TEXT-REJECTED   TO  W-TEXT-ERROR.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-PARM-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-FIND-PROGRAM                             *
      *****************************************************************
      *    W-FIRST IS THE PROGRAM'S FIRST CATALOGUE ENTRY; ITS        *
      *    PARAMETERS ARE NUMBERED FROM THERE.                        *
      *****************************************************************

       C0250-FIND-PROGRAM SECTION.

           SET  K-PRM-NDX  TO  1.

           SEARCH K-PRM-ENTRY
               AT END
                   MOVE W-TEXT-NO-PROGRAM  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               WHEN K-PRM-PROGRAM (K-PRM-NDX)  EQUAL TO  W-CMD-PROGRAM
                   SET  W-FIRST  TO  K-PRM-NDX.

           MOVE  W-CMD-PROGRAM  TO  T-RUN-PROGRAM.

       C0250-FIND-PROGRAM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0260-FIND-ITEM                                *
      *****************************************************************

       C0260-FIND-ITEM SECTION.

           IF  W-CMD-ITEM  NOT NUMERIC  OR
               W-CMD-ITEM-9  EQUAL TO  ZERO
               MOVE W-TEXT-BAD-ITEM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           COMPUTE  I  =  W-FIRST  +  W-CMD-ITEM-9  -  1.

           IF  I  GREATER THAN  C-MAX-PRMS
               MOVE W-TEXT-BAD-ITEM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  K-PRM-PROGRAM (I)  NOT EQUAL TO  T-RUN-PROGRAM
               MOVE W-TEXT-BAD-ITEM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  K-PRM-COLUMN (I)  TO  T-PCH-COLUMN.

       C0260-FIND-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-GET-RUN-ROW                              *
      *****************************************************************
      *    A PROGRAM WITH NO ROW YET RUNS ON ITS OWN DEFAULTS; THE    *
      *    ROW IMAGE IS LEFT ZERO AND BLANK AND THE ROW IS ADDED ON   *
      *    ITS FIRST CHANGE.                                          *
      *****************************************************************

       C0300-GET-RUN-ROW SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.
           MOVE 'N'                   TO  W-ROW-MISSING-SW.
           INITIALIZE  T-RUN-NUM-PARMS
                       T-RUN-CHR-PARMS.

           EXEC SQL
                SELECT   COALESCE (RUN_CKPT_INTERVAL , 0) ,
                         COALESCE (RUN_ONE_EMPLOYER , 0) ,
                         COALESCE (RUN_DELINQ_MONTHS , 0) ,
                         COALESCE (RUN_STMT_YEAR , 0) ,
                         COALESCE (RUN_PLAN_ACCT , 0) ,
                         COALESCE (RUN_BILL_RECV_ACCT , 0) ,
                         COALESCE (RUN_BILL_INC_ACCT , 0) ,
                         COALESCE (RUN_WAGE_CEILING , 0) ,
                         COALESCE (RUN_REEMP_EXEMPT_AMT , 0) ,
                         COALESCE (RUN_REEMP_REDUCE_PCT , 0) ,
                         COALESCE (RUN_PENSION_ACCT , 0) ,
                         COALESCE (RUN_LIFE_GRACE_MONTHS , 0) ,
                         COALESCE (RUN_REEMP_LOOKBACK_MONTHS , 0) ,
                         COALESCE (RUN_PROOF_TOL_PCT , 0) ,
                         COALESCE (RUN_LOAN_ACCT , 0) ,
                         COALESCE (RUN_DED_CEILING_PCT , 0) ,
                         COALESCE (RUN_LOAN_MAX_TERM , 0) ,
                         COALESCE (RUN_RATE_MOVE_PCT , 0) ,
                         COALESCE (RUN_PENALTY_ACCT , 0) ,
                         COALESCE (RUN_REFUND_THRESH , 0) ,
                         COALESCE (RUN_REFUND_ACCT , 0) ,
                         COALESCE (RUN_VEST_MONTHS , 0) ,
                         COALESCE (RUN_SETTLE_ACCT , 0) ,
                         COALESCE (RUN_DROPNAT_ACCT , 0) ,
                         COALESCE (RUN_PURGE_MIN_DAYS , 0) ,
                         COALESCE (RUN_DEP_AGE_LIMIT , 0) ,
                         COALESCE (RUN_RECOVERY_ACCT , 0) ,
                         COALESCE (RUN_PENSION_AGE , 0) ,
                         COALESCE (RUN_VOL_LAPSE_COUNT , 0) ,
                         COALESCE (RUN_HAZARD_FACTOR , 0) ,
                         COALESCE (RUN_HAZARD_CAP , 0) ,
                         COALESCE (RUN_INJURY_ACCT , 0) ,
                         COALESCE (RUN_AVG_MONTHS , 0) ,
                         COALESCE (RUN_ACCRUAL_PCT , 0) ,
                         COALESCE (RUN_PENSION_MIN , 0) ,
                         COALESCE (RUN_PENSION_MAX_PCT , 0) ,
                         COALESCE (RUN_LIFE_CYCLE_MONTHS , 0) ,
                         COALESCE (RUN_LIFE_REMIND_MONTHS , 0) ,
                         COALESCE (RUN_SRV_ENTL_PCT , 0) ,
                         COALESCE (RUN_SPIKE_PCT , 0) ,
                         COALESCE (RUN_SPIKE_YEARS , 0) ,
                         COALESCE (RUN_INSP_PLAN_SIZE , 0) ,
                         COALESCE (RUN_RESERVE_ACCT , 0) ,
                         COALESCE (RUN_ACR_RECV_ACCT , 0) ,
                         COALESCE (RUN_ACR_INC_ACCT , 0) ,
                         COALESCE (RUN_STALE_DAYS , 0) ,
                         COALESCE (RUN_UNCLAIMED_ACCT , 0) ,
                         COALESCE (RUN_COOL_DAYS , 0) ,
98303                    COALESCE (RUN_TREND_PCT , 0) ,
98303                    COALESCE (RUN_ONLINE_START , 0) ,
98306                    COALESCE (RUN_ATTEST_DAYS , 0) ,
                         COALESCE (RUN_RESPONSE_DAYS , 0) ,
98314                    COALESCE (RUN_DIS_LEAD_MONTHS , 0) ,
98314                    COALESCE (RUN_DIS_MIN_MONTHS , 0) ,
                         COALESCE (RUN_MODE , ' ') ,
                         COALESCE (RUN_RPT_PERIOD , ' ') ,
                         COALESCE (RUN_REBUILD_PERIOD , ' ') ,
                         COALESCE (RUN_HARNESS_MODE , ' ') ,
                         COALESCE (RUN_REPAIR_SW , ' ') ,
                         COALESCE (RUN_INV_PERIOD , ' ') ,
                         COALESCE (RUN_NF_PERIOD , ' ') ,
                         COALESCE (RUN_RM_PERIOD , ' ') ,
                         COALESCE (RUN_CLOSE_YEAR , ' ') ,
                         COALESCE (RUN_ACR_PERIOD , ' ')
                INTO    :T-RUN-CKPT-INTERVAL ,
                        :T-RUN-ONE-EMPLOYER ,
                        :T-RUN-DELINQ-MONTHS ,
                        :T-RUN-STMT-YEAR ,
                        :T-RUN-PLAN-ACCT ,
                        :T-RUN-BILL-RECV-ACCT ,
                        :T-RUN-BILL-INC-ACCT ,
                        :T-RUN-WAGE-CEILING ,
                        :T-RUN-REEMP-EXEMPT-AMT ,
                        :T-RUN-REEMP-REDUCE-PCT ,
                        :T-RUN-PENSION-ACCT ,
                        :T-RUN-LIFE-GRACE-MONTHS ,
                        :T-RUN-REEMP-LOOKBACK-MONTHS ,
                        :T-RUN-PROOF-TOL-PCT ,
                        :T-RUN-LOAN-ACCT ,
                        :T-RUN-DED-CEILING-PCT ,
                        :T-RUN-LOAN-MAX-TERM ,
                        :T-RUN-RATE-MOVE-PCT ,
                        :T-RUN-PENALTY-ACCT ,
                        :T-RUN-REFUND-THRESH ,
                        :T-RUN-REFUND-ACCT ,
                        :T-RUN-VEST-MONTHS ,
                        :T-RUN-SETTLE-ACCT ,
                        :T-RUN-DROPNAT-ACCT ,
                        :T-RUN-PURGE-MIN-DAYS ,
                        :T-RUN-DEP-AGE-LIMIT ,
                        :T-RUN-RECOVERY-ACCT ,
                        :T-RUN-PENSION-AGE ,
                        :T-RUN-VOL-LAPSE-COUNT ,
                        :T-RUN-HAZARD-FACTOR ,
                        :T-RUN-HAZARD-CAP ,
                        :T-RUN-INJURY-ACCT ,
                        :T-RUN-AVG-MONTHS ,
                        :T-RUN-ACCRUAL-PCT ,
                        :T-RUN-PENSION-MIN ,
                        :T-RUN-PENSION-MAX-PCT ,
                        :T-RUN-LIFE-CYCLE-MONTHS ,
                        :T-RUN-LIFE-REMIND-MONTHS ,
                        :T-RUN-SRV-ENTL-PCT ,
                        :T-RUN-SPIKE-PCT ,
                        :T-RUN-SPIKE-YEARS ,
                        :T-RUN-INSP-PLAN-SIZE ,
                        :T-RUN-RESERVE-ACCT ,
                        :T-RUN-ACR-RECV-ACCT ,
                        :T-RUN-ACR-INC-ACCT ,
                        :T-RUN-STALE-DAYS ,
                        :T-RUN-UNCLAIMED-ACCT ,
                        :T-RUN-COOL-DAYS ,
98303                   :T-RUN-TREND-PCT ,
98303                   :T-RUN-ONLINE-START ,
98306                   :T-RUN-ATTEST-DAYS ,
                        :T-RUN-RESPONSE-DAYS ,
98314                   :T-RUN-DIS-LEAD-MONTHS ,
98314                   :T-RUN-DIS-MIN-MONTHS ,
                        :T-RUN-MODE ,
                        :T-RUN-RPT-PERIOD ,
                        :T-RUN-REBUILD-PERIOD ,
                        :T-RUN-HARNESS-MODE ,
                        :T-RUN-REPAIR-SW ,
                        :T-RUN-INV-PERIOD ,
                        :T-RUN-NF-PERIOD ,
                        :T-RUN-RM-PERIOD ,
                        :T-RUN-CLOSE-YEAR ,
                        :T-RUN-ACR-PERIOD
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               SET  W-ROW-MISSING  TO  TRUE
               INITIALIZE  T-RUN-NUM-PARMS
                           T-RUN-CHR-PARMS
           ELSE
               NEXT SENTENCE.

       C0300-GET-RUN-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0320-GET-PENDING                              *
      *****************************************************************
      *    THE CHANGE TO THIS PARAMETER AWAITING A SECOND CLERK, IF   *
      *    ANY.                                                       *
      *****************************************************************

       C0320-GET-PENDING SECTION.

           MOVE 'ST_WRK_RUN_PARM_CHG'  TO  W-EIBDS.
           MOVE 'N'                    TO  W-PENDING-SW.

           EXEC SQL
                SELECT  PCH_NEW_NUM ,
                        PCH_NEW_CHAR ,
                        PCH_NEW_VALUE ,
                        PCH_OLD_VALUE ,
                        PCH_PROP_CLERK ,
                        PCH_PROP_DATE
                INTO   :T-PCH-NEW-NUM ,
                       :T-PCH-NEW-CHAR ,
                       :T-PCH-NEW-VALUE ,
                       :T-PCH-OLD-VALUE ,
                       :T-PCH-PROP-CLERK ,
                       :T-PCH-PROP-DATE
                FROM    ST_WRK_RUN_PARM_CHG
                WHERE   PCH_PROGRAM  =  :T-RUN-PROGRAM
                AND     PCH_COLUMN   =  :T-PCH-COLUMN
                AND     PCH_STATUS   =  ' '
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               SET  W-PENDING  TO  TRUE
           ELSE
               NEXT SENTENCE.

       C0320-GET-PENDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-CHANGE-PARM                              *
      *****************************************************************
      *    AN ACCOUNT OR MONEY PARAMETER WAITS FOR A SECOND CLERK;    *
      *    ANY OTHER CHANGE IS APPLIED AT ONCE UNDER THIS CLERK.      *
      *****************************************************************

       C0400-CHANGE-PARM SECTION.

           PERFORM S0300-EDIT-VALUE.

           MOVE  W-NEW-NUM   TO  W-FMT-NUM.
           MOVE  W-NEW-CHR   TO  W-FMT-CHR.
           PERFORM S0100-FORMAT-VALUE.
           MOVE  W-FMT-TEXT  TO  W-NEW-TEXT.

           IF  K-PRM-DUAL-CONTROL (I)
               PERFORM C0450-PROPOSE-CHANGE
               MOVE W-TEXT-PROPOSED  TO  W-TEXT-ERROR
           ELSE
               MOVE  TCTTE-CLERK  TO  T-HRP-PROP-CLERK
               MOVE  SPACES       TO  T-HRP-APPR-CLERK
               PERFORM C0500-APPLY-CHANGE
               MOVE W-TEXT-CHANGED   TO  W-TEXT-ERROR.

       C0400-CHANGE-PARM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0450-PROPOSE-CHANGE                           *
      *****************************************************************
      *    ONE CHANGE PER PARAMETER MAY AWAIT APPROVAL.  THE VALUE    *
      *    AT PROPOSAL IS KEPT FOR THE APPROVER TO SEE.               *
      *****************************************************************

       C0450-PROPOSE-CHANGE SECTION.

           IF  W-PENDING
               MOVE W-TEXT-CHANGE-OPEN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           PERFORM S0150-FORMAT-CURRENT.

           MOVE 'ST_WRK_RUN_PARM_CHG'  TO  W-EIBDS.
           MOVE  W-NEW-NUM             TO  T-PCH-NEW-NUM.
           MOVE  W-NEW-CHR             TO  T-PCH-NEW-CHAR.
           MOVE  W-NEW-TEXT            TO  T-PCH-NEW-VALUE.
           MOVE  W-FMT-TEXT            TO  T-PCH-OLD-VALUE.
           MOVE  TCTTE-CLERK           TO  T-PCH-PROP-CLERK.

           EXEC SQL
                INSERT INTO ST_WRK_RUN_PARM_CHG
                     (PCH_PROGRAM,     PCH_COLUMN,
                      PCH_NEW_NUM,     PCH_NEW_CHAR,
                      PCH_NEW_VALUE,   PCH_OLD_VALUE,
                      PCH_STATUS,      PCH_PROP_CLERK,
                      PCH_PROP_DATE,   PCH_APPR_CLERK,
                      PCH_APPR_DATE)
                VALUES
                     (:T-RUN-PROGRAM,     :T-PCH-COLUMN,
                      :T-PCH-NEW-NUM,     :T-PCH-NEW-CHAR,
                      :T-PCH-NEW-VALUE,   :T-PCH-OLD-VALUE,
                      ' ',                :T-PCH-PROP-CLERK,
                      :W-TODAY-DATE,      ' ',
                      ' ')
           END-EXEC.

           PERFORM DB2-ERROR.

       C0450-PROPOSE-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-APPLY-CHANGE                             *
      *****************************************************************
      *    THE NEW VALUE GOES INTO ITS SLOT IN THE ROW IMAGE AND THE  *
      *    PARAMETER COLUMNS ARE REWRITTEN; THE VALUE IT REPLACES IS  *
      *    TAKEN AT THIS MOMENT FOR THE HISTORY ROW.  THE CALLER SETS *
      *    THE PROPOSING AND APPROVING CLERKS.                        *
      *****************************************************************

       C0500-APPLY-CHANGE SECTION.

           PERFORM S0150-FORMAT-CURRENT.
           MOVE  W-FMT-TEXT  TO  W-OLD-TEXT.

           MOVE  K-PRM-SLOT (I)  TO  J.

           IF  K-PRM-CHARACTER (I)
               MOVE  W-NEW-CHR  TO  T-RUN-CHR-VAL (J)
           ELSE
               MOVE  W-NEW-NUM  TO  T-RUN-NUM-VAL (J).

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           IF  W-ROW-MISSING
               EXEC SQL
                    INSERT INTO ST_BAT_RUN_CONTROL
                         (RUN_PROGRAM)
                    VALUES
                         (:T-RUN-PROGRAM)
               END-EXEC
               PERFORM DB2-ERROR
           END-IF.

           EXEC SQL
                UPDATE  ST_BAT_RUN_CONTROL
                SET     RUN_CKPT_INTERVAL          =
                              :T-RUN-CKPT-INTERVAL ,
                        RUN_ONE_EMPLOYER           =
                              :T-RUN-ONE-EMPLOYER ,
                        RUN_DELINQ_MONTHS          =
                              :T-RUN-DELINQ-MONTHS ,
                        RUN_STMT_YEAR              =  :T-RUN-STMT-YEAR ,
                        RUN_PLAN_ACCT              =  :T-RUN-PLAN-ACCT ,
                        RUN_BILL_RECV_ACCT         =
                              :T-RUN-BILL-RECV-ACCT ,
                        RUN_BILL_INC_ACCT          =
                              :T-RUN-BILL-INC-ACCT ,
                        RUN_WAGE_CEILING           =
                              :T-RUN-WAGE-CEILING ,
                        RUN_REEMP_EXEMPT_AMT       =
                              :T-RUN-REEMP-EXEMPT-AMT ,
                        RUN_REEMP_REDUCE_PCT       =
                              :T-RUN-REEMP-REDUCE-PCT ,
                        RUN_PENSION_ACCT           =
                              :T-RUN-PENSION-ACCT ,
                        RUN_LIFE_GRACE_MONTHS      =
                              :T-RUN-LIFE-GRACE-MONTHS ,
                        RUN_REEMP_LOOKBACK_MONTHS  =
                              :T-RUN-REEMP-LOOKBACK-MONTHS ,
                        RUN_PROOF_TOL_PCT          =
                              :T-RUN-PROOF-TOL-PCT ,
                        RUN_LOAN_ACCT              =  :T-RUN-LOAN-ACCT ,
                        RUN_DED_CEILING_PCT        =
                              :T-RUN-DED-CEILING-PCT ,
                        RUN_LOAN_MAX_TERM          =
                              :T-RUN-LOAN-MAX-TERM ,
                        RUN_RATE_MOVE_PCT          =
                              :T-RUN-RATE-MOVE-PCT ,
                        RUN_PENALTY_ACCT           =
                              :T-RUN-PENALTY-ACCT ,
                        RUN_REFUND_THRESH          =
                              :T-RUN-REFUND-THRESH ,
                        RUN_REFUND_ACCT            =
                              :T-RUN-REFUND-ACCT ,
                        RUN_VEST_MONTHS            =
                              :T-RUN-VEST-MONTHS ,
                        RUN_SETTLE_ACCT            =
                              :T-RUN-SETTLE-ACCT ,
                        RUN_DROPNAT_ACCT           =
                              :T-RUN-DROPNAT-ACCT ,
                        RUN_PURGE_MIN_DAYS         =
                              :T-RUN-PURGE-MIN-DAYS ,
                        RUN_DEP_AGE_LIMIT          =
                              :T-RUN-DEP-AGE-LIMIT ,
                        RUN_RECOVERY_ACCT          =
                              :T-RUN-RECOVERY-ACCT ,
                        RUN_PENSION_AGE            =
                              :T-RUN-PENSION-AGE ,
                        RUN_VOL_LAPSE_COUNT        =
                              :T-RUN-VOL-LAPSE-COUNT ,
                        RUN_HAZARD_FACTOR          =
                              :T-RUN-HAZARD-FACTOR ,
                        RUN_HAZARD_CAP             =
                              :T-RUN-HAZARD-CAP ,
                        RUN_INJURY_ACCT            =
                              :T-RUN-INJURY-ACCT ,
                        RUN_AVG_MONTHS             =
                              :T-RUN-AVG-MONTHS ,
                        RUN_ACCRUAL_PCT            =
                              :T-RUN-ACCRUAL-PCT ,
                        RUN_PENSION_MIN            =
                              :T-RUN-PENSION-MIN ,
                        RUN_PENSION_MAX_PCT        =
                              :T-RUN-PENSION-MAX-PCT ,
                        RUN_LIFE_CYCLE_MONTHS      =
                              :T-RUN-LIFE-CYCLE-MONTHS ,
                        RUN_LIFE_REMIND_MONTHS     =
                              :T-RUN-LIFE-REMIND-MONTHS ,
                        RUN_SRV_ENTL_PCT           =
                              :T-RUN-SRV-ENTL-PCT ,
                        RUN_SPIKE_PCT              =  :T-RUN-SPIKE-PCT ,
                        RUN_SPIKE_YEARS            =
                              :T-RUN-SPIKE-YEARS ,
                        RUN_INSP_PLAN_SIZE         =
                              :T-RUN-INSP-PLAN-SIZE ,
                        RUN_RESERVE_ACCT           =
                              :T-RUN-RESERVE-ACCT ,
                        RUN_ACR_RECV_ACCT          =
                              :T-RUN-ACR-RECV-ACCT ,
                        RUN_ACR_INC_ACCT           =
                              :T-RUN-ACR-INC-ACCT ,
                        RUN_STALE_DAYS             =
                              :T-RUN-STALE-DAYS ,
                        RUN_UNCLAIMED_ACCT         =
                              :T-RUN-UNCLAIMED-ACCT ,
                        RUN_COOL_DAYS              =  :T-RUN-COOL-DAYS ,
98303                   RUN_TREND_PCT              =  :T-RUN-TREND-PCT ,
98303                   RUN_ONLINE_START           =
98303                         :T-RUN-ONLINE-START ,
98306                   RUN_ATTEST_DAYS            =
98306                         :T-RUN-ATTEST-DAYS ,
                        RUN_RESPONSE_DAYS          =
                              :T-RUN-RESPONSE-DAYS ,
98314                   RUN_DIS_LEAD_MONTHS        =
98314                         :T-RUN-DIS-LEAD-MONTHS ,
98314                   RUN_DIS_MIN_MONTHS         =
98314                         :T-RUN-DIS-MIN-MONTHS ,
                        RUN_MODE                   =  :T-RUN-MODE ,
                        RUN_RPT_PERIOD             =
                              :T-RUN-RPT-PERIOD ,
                        RUN_REBUILD_PERIOD         =
                              :T-RUN-REBUILD-PERIOD ,
                        RUN_HARNESS_MODE           =
                              :T-RUN-HARNESS-MODE ,
                        RUN_REPAIR_SW              =  :T-RUN-REPAIR-SW ,
                        RUN_INV_PERIOD             =
                              :T-RUN-INV-PERIOD ,
                        RUN_NF_PERIOD              =  :T-RUN-NF-PERIOD ,
                        RUN_RM_PERIOD              =  :T-RUN-RM-PERIOD ,
                        RUN_CLOSE_YEAR             =
                              :T-RUN-CLOSE-YEAR ,
                        RUN_ACR_PERIOD             =  :T-RUN-ACR-PERIOD
                WHERE   RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_HST_RUN_PARM'  TO  W-EIBDS.
           MOVE FUNCTION CURRENT-DATE(1:14)  TO  W-HRP-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_HST_RUN_PARM
                     (HRP_PROGRAM,      HRP_COLUMN,
                      HRP_OLD_VALUE,    HRP_NEW_VALUE,
                      HRP_PROP_CLERK,   HRP_APPR_CLERK,
                      HRP_CHANGE_DATE,  HRP_CHANGE_TIME)
                VALUES
                     (:T-RUN-PROGRAM,     :T-PCH-COLUMN,
                      :W-OLD-TEXT,        :W-NEW-TEXT,
                      :T-HRP-PROP-CLERK,  :T-HRP-APPR-CLERK,
                      :W-HRP-DATE,        :W-HRP-TIME)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0500-APPLY-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-APPROVE-CHANGE                           *
      *****************************************************************
      *    NOT BY THE PROPOSER.  AN ACCOUNT IS CHECKED AGAIN, IN CASE *
      *    IT WAS CLOSED WHILE THE CHANGE WAITED.                     *
      *****************************************************************

       C0600-APPROVE-CHANGE SECTION.

           IF  NOT W-PENDING
               MOVE W-TEXT-NO-CHANGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-PCH-PROP-CLERK  EQUAL TO  TCTTE-CLERK
               MOVE W-TEXT-SAME-CLERK  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-PCH-NEW-NUM     TO  W-NEW-NUM.
           MOVE  T-PCH-NEW-CHAR    TO  W-NEW-CHR.
           MOVE  T-PCH-NEW-VALUE   TO  W-NEW-TEXT.

           IF  K-PRM-ACCOUNT (I)  AND
               W-NEW-NUM  NOT EQUAL TO  ZERO
               PERFORM S0400-CHECK-ACCOUNT
           ELSE
               NEXT SENTENCE.

           MOVE  T-PCH-PROP-CLERK  TO  T-HRP-PROP-CLERK.
           MOVE  TCTTE-CLERK       TO  T-HRP-APPR-CLERK.
           PERFORM C0500-APPLY-CHANGE.

           MOVE 'A'  TO  T-PCH-STATUS.
           PERFORM C0690-CLOSE-PENDING.

       C0600-APPROVE-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0680-REJECT-CHANGE                            *
      *****************************************************************

       C0680-REJECT-CHANGE SECTION.

           IF  NOT W-PENDING
               MOVE W-TEXT-NO-CHANGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'X'  TO  T-PCH-STATUS.
           PERFORM C0690-CLOSE-PENDING.

       C0680-REJECT-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0690-CLOSE-PENDING                            *
      *****************************************************************
      *    THE WAITING CHANGE IS CLOSED WITH THE DECISION IN          *
      *    T-PCH-STATUS UNDER THIS SUPERVISOR.                        *
      *****************************************************************

       C0690-CLOSE-PENDING SECTION.

           MOVE 'ST_WRK_RUN_PARM_CHG'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK           TO  T-APPR-CLERK.

           EXEC SQL
                UPDATE  ST_WRK_RUN_PARM_CHG
                SET     PCH_STATUS      =  :T-PCH-STATUS,
                        PCH_APPR_CLERK  =  :T-APPR-CLERK,
                        PCH_APPR_DATE   =  :W-TODAY-DATE
                WHERE   PCH_PROGRAM     =  :T-RUN-PROGRAM
                AND     PCH_COLUMN      =  :T-PCH-COLUMN
                AND     PCH_STATUS      =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0690-CLOSE-PENDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-PARMS                               *
      *****************************************************************
      *    EACH PARAMETER OF THE PROGRAM WITH ITS NUMBER, CURRENT     *
      *    VALUE, CLASS AND WHETHER A CHANGE IS WAITING, THEN WHAT IT *
      *    DOES AND THE VALUES IT TAKES.                              *
      *****************************************************************

       C0700-LIST-PARMS SECTION.

           PERFORM C0300-GET-RUN-ROW.

           MOVE  T-RUN-PROGRAM  TO  W-TPG-PROGRAM.

           IF  W-ROW-MISSING
               MOVE  W-TEXT-NO-ROW  TO  W-TPG-ROW-NOTE
           ELSE
               MOVE  SPACES         TO  W-TPG-ROW-NOTE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PROGRAM-LINE)
                LENGTH  (LENGTH OF W-TEXT-PROGRAM-LINE)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PARM-HEADING)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           PERFORM C0710-SEND-PARM-LINES
               VARYING  I  FROM  W-FIRST  BY  1
               UNTIL    I  GREATER THAN  C-MAX-PRMS.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1577')
           END-EXEC.

       C0700-LIST-PARMS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0710-SEND-PARM-LINES                       *
      *****************************************************************

       C0710-SEND-PARM-LINES SECTION.

           IF  K-PRM-PROGRAM (I)  NOT EQUAL TO  T-RUN-PROGRAM
               GO TO C0710-SEND-PARM-LINES-EXIT
           END-IF.

           MOVE  K-PRM-COLUMN (I)  TO  T-PCH-COLUMN.
           PERFORM C0320-GET-PENDING.
           PERFORM S0150-FORMAT-CURRENT.

           COMPUTE  W-TPL-ITEM  =  I  -  W-FIRST  +  1.
           MOVE  K-PRM-COLUMN (I)  TO  W-TPL-COLUMN.
           MOVE  W-FMT-TEXT        TO  W-TPL-VALUE.
           MOVE  K-PRM-CLASS (I)   TO  W-TPL-CLASS.

           IF  K-PRM-DUAL-CONTROL (I)
               MOVE 'DUAL'  TO  W-TPL-DUAL
           ELSE
               MOVE SPACES  TO  W-TPL-DUAL.

           IF  W-PENDING
               MOVE 'WAITING'  TO  W-TPL-PENDING
           ELSE
               MOVE SPACES     TO  W-TPL-PENDING.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PARM-LINE)
                LENGTH  (LENGTH OF W-TEXT-PARM-LINE)
                ACCUM
           END-EXEC.

           MOVE  K-PRM-DESC (I)  TO  W-TDL-DESC.
           PERFORM S0500-BUILD-RULE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-DESC-LINE)
                LENGTH  (LENGTH OF W-TEXT-DESC-LINE)
                ACCUM
           END-EXEC.

       C0710-SEND-PARM-LINES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0750-LIST-AWAITING                            *
      *****************************************************************
      *    EVERY CHANGE AWAITING A SECOND CLERK, OLDEST FIRST.        *
      *****************************************************************

       C0750-LIST-AWAITING SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CHANGE-HEAD)
                LENGTH  (64)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_WRK_RUN_PARM_CHG'  TO  W-EIBDS.

           EXEC SQL
                DECLARE PCH-CURSOR CURSOR FOR
                SELECT   PCH_PROGRAM ,
                         PCH_COLUMN ,
                         PCH_PROP_CLERK ,
                         PCH_PROP_DATE ,
                         PCH_OLD_VALUE ,
                         PCH_NEW_VALUE
                FROM     ST_WRK_RUN_PARM_CHG
                WHERE    PCH_STATUS  =  ' '
                ORDER BY PCH_PROP_DATE , PCH_PROGRAM , PCH_COLUMN
           END-EXEC.

           EXEC SQL
                OPEN PCH-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0760-FETCH-AWAITING-ROW
               UNTIL  W-LIST-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-LIST-ROWS.

           EXEC SQL
                CLOSE PCH-CURSOR
           END-EXEC.

           PERFORM C0795-SEND-LIST-END.

       C0750-LIST-AWAITING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0760-FETCH-AWAITING-ROW                    *
      *****************************************************************

       C0760-FETCH-AWAITING-ROW SECTION.

           EXEC SQL
                FETCH PCH-CURSOR
                INTO  :T-PCH-PROGRAM ,
                      :T-PCH-COLUMN ,
                      :T-PCH-PROP-CLERK ,
                      :T-PCH-PROP-DATE ,
                      :T-PCH-OLD-VALUE ,
                      :T-PCH-NEW-VALUE
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0760-FETCH-AWAITING-ROW-EXIT
           END-IF.

           ADD   1                    TO  W-ROW-COUNT.
           MOVE  T-PCH-PROGRAM        TO  W-TPC-PROGRAM.
           MOVE  T-PCH-COLUMN         TO  W-TPC-COLUMN.
           MOVE  T-PCH-PROP-CLERK     TO  W-TPC-CLERK.
           MOVE  T-PCH-PROP-DATE      TO  W-TPC-DATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PCH-LINE)
                LENGTH  (LENGTH OF W-TEXT-PCH-LINE)
                ACCUM
           END-EXEC.

           MOVE  T-PCH-OLD-VALUE      TO  W-TFT-OLD-VALUE.
           MOVE  T-PCH-NEW-VALUE      TO  W-TFT-NEW-VALUE.
           PERFORM C0790-SEND-FROM-TO.

       C0760-FETCH-AWAITING-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0780-LIST-HISTORY                             *
      *****************************************************************
      *    THE PROGRAM'S PARAMETER CHANGES, NEWEST FIRST.             *
      *****************************************************************

       C0780-LIST-HISTORY SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HISTORY-HEAD)
                LENGTH  (64)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_HST_RUN_PARM'  TO  W-EIBDS.

           EXEC SQL
                DECLARE HRP-CURSOR CURSOR FOR
                SELECT   HRP_CHANGE_DATE ,
                         HRP_CHANGE_TIME ,
                         HRP_COLUMN ,
                         HRP_PROP_CLERK ,
                         HRP_APPR_CLERK ,
                         HRP_OLD_VALUE ,
                         HRP_NEW_VALUE
                FROM     ST_HST_RUN_PARM
                WHERE    HRP_PROGRAM  =  :T-RUN-PROGRAM
                ORDER BY HRP_CHANGE_DATE DESC , HRP_CHANGE_TIME DESC
           END-EXEC.

           EXEC SQL
                OPEN HRP-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0785-FETCH-HISTORY-ROW
               UNTIL  W-LIST-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-LIST-ROWS.

           EXEC SQL
                CLOSE HRP-CURSOR
           END-EXEC.

           PERFORM C0795-SEND-LIST-END.

       C0780-LIST-HISTORY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0785-FETCH-HISTORY-ROW                     *
      *****************************************************************

       C0785-FETCH-HISTORY-ROW SECTION.

           EXEC SQL
                FETCH HRP-CURSOR
                INTO  :W-HRP-DATE ,
                      :W-HRP-TIME ,
                      :T-PCH-COLUMN ,
                      :T-HRP-PROP-CLERK ,
                      :T-HRP-APPR-CLERK ,
                      :T-PCH-OLD-VALUE ,
                      :T-PCH-NEW-VALUE
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0785-FETCH-HISTORY-ROW-EXIT
           END-IF.

           ADD   1                    TO  W-ROW-COUNT.
           MOVE  W-HRP-DATE           TO  W-THL-DATE.
           MOVE  W-HRP-TIME (1:4)     TO  W-THL-TIME.
           MOVE  T-PCH-COLUMN         TO  W-THL-COLUMN.
           MOVE  T-HRP-PROP-CLERK     TO  W-THL-PROP-CLERK.
           MOVE  T-HRP-APPR-CLERK     TO  W-THL-APPR-CLERK.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HRP-LINE)
                LENGTH  (LENGTH OF W-TEXT-HRP-LINE)
                ACCUM
           END-EXEC.

           MOVE  T-PCH-OLD-VALUE      TO  W-TFT-OLD-VALUE.
           MOVE  T-PCH-NEW-VALUE      TO  W-TFT-NEW-VALUE.
           PERFORM C0790-SEND-FROM-TO.

       C0785-FETCH-HISTORY-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0790-SEND-FROM-TO                          *
      *****************************************************************

       C0790-SEND-FROM-TO SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-FROM-TO-LINE)
                LENGTH  (LENGTH OF W-TEXT-FROM-TO-LINE)
                ACCUM
           END-EXEC.

       C0790-SEND-FROM-TO-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0795-SEND-LIST-END                         *
      *****************************************************************

       C0795-SEND-LIST-END SECTION.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1577')
           END-EXEC.

       C0795-SEND-LIST-END-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT.    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1577')
           END-EXEC.

       C0800-SEND-ERROR-RETURN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0900-END-SESSION                          *
      *****************************************************************

       C0900-END-SESSION SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-BYE)
                LENGTH  (30)
                ERASE
           END-EXEC.

           SET  W-END-SESSION  TO  TRUE.

       C0900-END-SESSION-EXIT.
              EXIT.
           EJECT
      *****************************************************************
      *                S0100-FORMAT-VALUE                             *
      *****************************************************************
      *    W-FMT-NUM OR W-FMT-CHR, BY THE CLASS OF CATALOGUE ENTRY I, *
      *    AS THE TEXT SHOWN ON THE LIST AND KEPT ON THE HISTORY.     *
      *****************************************************************

       S0100-FORMAT-VALUE SECTION.

           MOVE  SPACES  TO  W-FMT-TEXT.

           IF  K-PRM-CHARACTER (I)
               MOVE  W-FMT-CHR   TO  W-FMT-TEXT
           ELSE
           IF  K-PRM-DECIMALS (I)  EQUAL TO  ZERO
               MOVE  W-FMT-NUM   TO  W-EDIT-INT
               MOVE  W-EDIT-INT  TO  W-FMT-TEXT
           ELSE
               MOVE  W-FMT-NUM   TO  W-EDIT-DEC
               MOVE  W-EDIT-DEC  TO  W-FMT-TEXT.

       S0100-FORMAT-VALUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0150-FORMAT-CURRENT                           *
      *****************************************************************
      *    THE VALUE OF CATALOGUE ENTRY I IN THE ROW IMAGE.           *
      *****************************************************************

       S0150-FORMAT-CURRENT SECTION.

           MOVE  K-PRM-SLOT (I)  TO  J.

           IF  K-PRM-CHARACTER (I)
               MOVE  T-RUN-CHR-VAL (J)  TO  W-FMT-CHR
           ELSE
               MOVE  T-RUN-NUM-VAL (J)  TO  W-FMT-NUM.

           PERFORM S0100-FORMAT-VALUE.

       S0150-FORMAT-CURRENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0300-EDIT-VALUE                               *
      *****************************************************************
      *    EDITS THE KEYED VALUE BY THE CLASS OF CATALOGUE ENTRY I    *
      *    INTO W-NEW-NUM OR W-NEW-CHR.  A NUMBER IS DIGITS WITH AT   *
      *    MOST ONE DECIMAL POINT AND NO MORE DECIMAL PLACES THAN THE *
      *    PARAMETER TAKES; ZERO IS ALWAYS ACCEPTED (THE PROGRAM'S    *
      *    OWN DEFAULT, OR NO ACCOUNT), ANY OTHER VALUE MUST BE IN    *
      *    RANGE, OR FOR AN ACCOUNT OPEN ON LT_ACCOUNTS.              *
      *****************************************************************

       S0300-EDIT-VALUE SECTION.

           MOVE  ZERO    TO  W-NEW-NUM.
           MOVE  SPACES  TO  W-NEW-CHR.

           IF  K-PRM-CHARACTER (I)
               PERFORM S0350-EDIT-CHAR-VALUE
               GO TO S0300-EDIT-VALUE-EXIT
           END-IF.

           MOVE  ZERO  TO  W-VAL-LEN
                           W-VAL-DIGITS
                           W-VAL-POINTS
                           W-VAL-INT-LEN.

           INSPECT W-CMD-VALUE  TALLYING  W-VAL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  W-VAL-LEN  EQUAL TO  ZERO
               MOVE W-TEXT-BAD-VALUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-VAL-LEN  LESS THAN  20
               IF  W-CMD-VALUE (W-VAL-LEN + 1 : )  NOT EQUAL TO  SPACES
                   MOVE W-TEXT-BAD-VALUE  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               ELSE
                   NEXT SENTENCE
           ELSE
               NEXT SENTENCE.

           INSPECT W-CMD-VALUE (1 : W-VAL-LEN)
               TALLYING  W-VAL-DIGITS  FOR ALL '0'  ALL '1'  ALL '2'
                                           ALL '3'  ALL '4'  ALL '5'
                                           ALL '6'  ALL '7'  ALL '8'
                                           ALL '9'
                         W-VAL-POINTS  FOR ALL '.'.

           IF  W-VAL-DIGITS  EQUAL TO  ZERO                         OR
               W-VAL-POINTS  GREATER THAN  1                        OR
               W-VAL-DIGITS  +  W-VAL-POINTS  NOT EQUAL TO  W-VAL-LEN
               MOVE W-TEXT-BAD-VALUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           INSPECT W-CMD-VALUE (1 : W-VAL-LEN)  TALLYING  W-VAL-INT-LEN
               FOR CHARACTERS BEFORE INITIAL '.'.

           IF  W-VAL-INT-LEN  GREATER THAN  11
               MOVE W-TEXT-OUT-OF-RANGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-VAL-POINTS  EQUAL TO  1  AND
               W-VAL-LEN  -  W-VAL-INT-LEN  -  1  GREATER THAN
                                                  K-PRM-DECIMALS (I)
               MOVE W-TEXT-BAD-DECIMALS  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           COMPUTE  W-NEW-NUM  =  FUNCTION NUMVAL (W-CMD-VALUE).

           IF  W-NEW-NUM  EQUAL TO  ZERO
               GO TO S0300-EDIT-VALUE-EXIT
           END-IF.

           IF  K-PRM-ACCOUNT (I)
               PERFORM S0400-CHECK-ACCOUNT
               GO TO S0300-EDIT-VALUE-EXIT
           END-IF.

           IF  W-NEW-NUM  LESS THAN     K-PRM-MIN (I)  OR
               W-NEW-NUM  GREATER THAN  K-PRM-MAX (I)
               MOVE W-TEXT-OUT-OF-RANGE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       S0300-EDIT-VALUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0350-EDIT-CHAR-VALUE                          *
      *****************************************************************
      *    A FLAG MUST BE ONE OF THE ENTRY'S VALUES (A BLANK ONLY     *
      *    WHERE BLANK IS ONE OF THEM).  A PERIOD OR YEAR MAY BE LEFT *
      *    BLANK FOR THE PROGRAM'S OWN DEFAULT.                       *
      *****************************************************************

       S0350-EDIT-CHAR-VALUE SECTION.

           IF  K-PRM-FLAG (I)
               MOVE  ZERO  TO  W-VAL-COUNT
               INSPECT K-PRM-FLAGS (I)  TALLYING  W-VAL-COUNT
                   FOR ALL W-CMD-FLAG
               IF  W-VAL-COUNT  EQUAL TO  ZERO  OR
                   W-CMD-VALUE (2 : )  NOT EQUAL TO  SPACES
                   MOVE W-TEXT-BAD-FLAG  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               ELSE
                   MOVE  W-CMD-FLAG  TO  W-NEW-CHR
                   GO TO S0350-EDIT-CHAR-VALUE-EXIT
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-VALUE  EQUAL TO  SPACES
               GO TO S0350-EDIT-CHAR-VALUE-EXIT
           END-IF.

           IF  K-PRM-PERIOD (I)
               IF  W-CMD-VALUE (1 : 6)  NOT NUMERIC              OR
                   W-CMD-VALUE (5 : 2)  LESS THAN  '01'          OR
                   W-CMD-VALUE (5 : 2)  GREATER THAN  '12'       OR
                   W-CMD-VALUE (7 : )  NOT EQUAL TO  SPACES
                   MOVE W-TEXT-BAD-PERIOD  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               ELSE
                   MOVE  W-CMD-VALUE (1 : 6)  TO  W-NEW-CHR
                   GO TO S0350-EDIT-CHAR-VALUE-EXIT
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-VALUE (1 : 4)  NOT NUMERIC           OR
               W-CMD-VALUE (5 : )  NOT EQUAL TO  SPACES
               MOVE W-TEXT-BAD-YEAR  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-VALUE (1 : 4)  TO  W-YEAR-9.

           IF  W-YEAR-9  LESS THAN     K-PRM-MIN (I)  OR
               W-YEAR-9  GREATER THAN  K-PRM-MAX (I)
               MOVE W-TEXT-BAD-YEAR  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-VALUE (1 : 4)  TO  W-NEW-CHR.

       S0350-EDIT-CHAR-VALUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0400-CHECK-ACCOUNT                            *
      *****************************************************************
      *    THE ACCOUNT IN W-NEW-NUM MUST BE OPEN ON LT_ACCOUNTS.      *
      *****************************************************************

       S0400-CHECK-ACCOUNT SECTION.

           MOVE 'LT_ACCOUNTS'  TO  W-EIBDS.
           MOVE  W-NEW-NUM     TO  T-ACCT-CODE.

           EXEC SQL
                SELECT   ACCT_CODE
                INTO    :T-ACCT-CODE
                FROM     LT_ACCOUNTS
                WHERE    ACCT_CODE         =  :T-ACCT-CODE
                AND      ACCT_CODE_STATUS  IN  (' ' , '0')
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-BAD-ACCOUNT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       S0400-CHECK-ACCOUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0500-BUILD-RULE                               *
      *****************************************************************
      *    THE VALUES CATALOGUE ENTRY I TAKES, FOR THE LIST.          *
      *****************************************************************

       S0500-BUILD-RULE SECTION.

           IF  K-PRM-ACCOUNT (I)
               MOVE  W-TEXT-RULE-ACCOUNT  TO  W-TDL-RULE
           ELSE
           IF  K-PRM-PERIOD (I)
               MOVE  W-TEXT-RULE-PERIOD   TO  W-TDL-RULE
           ELSE
           IF  K-PRM-FLAG (I)
               MOVE  K-PRM-FLAGS (I)      TO  W-TRF-FLAGS
               MOVE  W-TEXT-RULE-FLAGS    TO  W-TDL-RULE
           ELSE
               MOVE  K-PRM-MIN (I)        TO  W-TRR-MIN
               MOVE  K-PRM-MAX (I)        TO  W-TRR-MAX
               MOVE  W-TEXT-RULE-RANGE    TO  W-TDL-RULE.

           IF  K-PRM-CHAR-YEAR (I)
               MOVE  ', OR BLANK'         TO  W-TDL-RULE (24 : )
           END-IF.

       S0500-BUILD-RULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        D0000-FINAL                            *
      *****************************************************************

       D0000-FINAL SECTION.

           IF  W-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID ('1577')
               END-EXEC.

       D0000-FINAL-EXIT.
           EXIT.
           EJECT
      *****************************************************************
      *                        DB2-ERROR                              *
      *****************************************************************
      *   THIS SECTION HANDLES ANY UNEXPECTED DB2 RETURN CODE BY      *
      *   DUMPING AND LINKING TO THE STANDARD ABEND HANDLER.          *
      *****************************************************************

       DB2-ERROR SECTION.

           IF  SQLCODE  EQUAL TO  +0  OR  +100
               NEXT SENTENCE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE              TO  ORSS0400-SQLCD
               MOVE 'ORS'                TO  ORSS0400-SYSID
               MOVE W-EIBDS               TO  ORSS0400-TABNM
               MOVE ZEROES                TO  ORSS0400-SSN
               MOVE '1577'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
