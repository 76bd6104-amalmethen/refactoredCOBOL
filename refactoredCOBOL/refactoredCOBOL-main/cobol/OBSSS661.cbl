       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        PENSION AWARD CALCULATION ROUTINE OBSSS661             *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS661.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS661 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO       *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS602-660 *
      *                ARE, THAT WORKS OUT THE OLD-AGE PENSION AWARD  *
      *                FOR EVERY ST_WRK_PRE_RETIRE ENTRY WHOSE        *
      *                ELIGIBILITY DATE HAS ARRIVED, INSTEAD OF THE   *
      *                BENEFITS SECTION DOING IT ON PAPER:            *
      *                                                               *
      *                - THE CONTRIBUTION MONTHS AND THE VESTING      *
      *                  VERDICT COME FROM THE OBSSS640 SERVICE AS    *
      *                  OF THE ELIGIBILITY DATE.  A MEMBER WHO IS    *
      *                  NOT VESTED GETS NO AWARD AND IS LISTED.      *
      *                - THE AVERAGE WAGE IS TAKEN OVER THE           *
      *                  AVERAGING PERIOD (RUN-CONTROL, DEFAULT 36    *
      *                  MONTHS) OF ST_HST_WAGE_BASE ENDING THE       *
      *                  MONTH BEFORE ELIGIBILITY: TOTAL WAGE OVER    *
      *                  THE DISTINCT MONTHS THAT CARRY ONE.          *
      *                - THE STATUTORY FORMULA IS AVERAGE WAGE TIMES  *
      *                  THE ACCRUAL PERCENT PER YEAR OF SERVICE      *
      *                  TIMES THE YEARS (MONTHS / 12).  THE RESULT   *
      *                  IS CAPPED AT THE MAXIMUM PERCENT OF THE      *
      *                  AVERAGE WAGE AND RAISED TO THE STATUTORY     *
      *                  MINIMUM PENSION, WITH THE LIMIT APPLIED      *
      *                  RECORDED ON THE AWARD.                       *
      *                - THE WORKING IS STAGED ON ST_WRK_PENSION_     *
      *                  AWARD FOR THE ORP1562P REVIEW SCREEN.  NO    *
      *                  ST_MST_PENSION ROW IS WRITTEN HERE -- THAT   *
      *                  ONLY HAPPENS ON SUPERVISOR APPROVAL.         *
      *                - AN AWARD REGISTER (AWDREG) LISTS EVERY       *
      *                  CALCULATION AND EVERY MEMBER PASSED OVER.    *
98287 *                - A MEMBER WITH AN OBSSS669 WAGE-SPIKE CASE    *
98287 *                  STILL OPEN IS HELD ('HOLD' ON AWDREG) AND    *
98287 *                  LEFT OPEN UNTIL ORP1568P CLOSES THE CASE.    *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_PRE_RETIRE   (DB2 WORKLIST TABLE)   *
      *                    ST_HST_WAGE_BASE    (DB2 HISTORY TABLE)    *
98287 *                    ST_WRK_WAGE_SPIKE   (DB2 CASE TABLE)       *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
      *                    OBSSS640 SERVICE (LINKED; SEE OBC640CA)    *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - A ST_WRK_PENSION_AWARD ROW PER CALCULATED AWARD;  *
      *             THE ST_WRK_PRE_RETIRE ENTRY ADVANCED TO 'C';      *
      *             AWDREG REGISTER DETAIL AND TOTAL LINES.           *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE SWEEP.   *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-660. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98273 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98287 - HOLD THE AWARD WHILE AN OBSSS669        *
      *                       WAGE-SPIKE CASE IS OPEN.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98303 - THE RUN NOW LINKS TO OBSSS684 AT START  *
      *                       AND END TO RECORD ITS START AND END     *
      *                       TIME, ROWS READ, WRITTEN AND REJECTED   *
      *                       AND COMPLETION STATUS ON                *
      *                       ST_BAT_RUN_LOG, TRENDED WEEKLY BY THE   *
      *                       OBSSS685 BATCH-WINDOW REPORT.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98304 - EACH REPORT LINE WRITTEN IS ALSO KEPT   *
      *                       ON ST_RPT_ARCHIVE_LINE UNDER THE        *
      *                       REPORT, THE RUN BUSINESS DATE AND THE   *
      *                       JOB, FOR THE ORP1578P ON-LINE REPORT    *
      *                       VIEWER.                                 *
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
               VALUE 'PROGRAM-ID OBSSS661'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-DEFAULT-AVG-MONTHS    PIC S9(03) COMP-3 VALUE +36.
           05  C-DEFAULT-ACCRUAL-PCT   PIC S9(03)V9(4) COMP-3
                                                   VALUE +2.5.
           05  C-DEFAULT-MAX-PCT       PIC S9(03)V9(4) COMP-3
                                                   VALUE +80.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-AWARD-EOF                  VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS661'.
       01  T-RUN-AVG-MONTHS            PIC S9(03) COMP-3.
       01  T-RUN-ACCRUAL-PCT           PIC S9(03)V9(4) COMP-3.
       01  T-RUN-PENSION-MIN           PIC S9(6)V9(3) COMP-3.
       01  T-RUN-PENSION-MAX-PCT       PIC S9(03)V9(4) COMP-3.

       01  W-AVG-MONTHS                PIC S9(03) COMP-3.
       01  W-ACCRUAL-PCT               PIC S9(03)V9(4) COMP-3.
       01  W-PENSION-MIN               PIC S9(6)V9(3) COMP-3.
       01  W-PENSION-MAX-PCT           PIC S9(03)V9(4) COMP-3.

      *****************************************************************
      *              WORKLIST / AWARD HOST VARIABLES                  *
      *****************************************************************

       01  T-PRT-SSN                   PIC 9(11).
       01  T-PRT-ELIG-DATE             PIC X(08).

       01  T-WGB-TOTAL                 PIC S9(13)V999 COMP-3.
98287  01  T-WSK-OPEN-CASES            PIC S9(05) COMP-3.
       01  T-WGB-PERIODS               PIC S9(05) COMP-3.

       01  T-AWD-AVG-WAGE              PIC S9(10)V999 COMP-3.
       01  T-AWD-FORMULA-AMT           PIC S9(6)V9(3) COMP-3.
       01  T-AWD-AWARD-AMT             PIC S9(6)V9(3) COMP-3.
       01  T-AWD-MAX-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-AWD-LIMIT-CODE            PIC X(01).
           88  T-AWD-NO-LIMIT              VALUE 'N'.
           88  T-AWD-MIN-APPLIED           VALUE 'L'.
           88  T-AWD-MAX-APPLIED           VALUE 'H'.
       01  T-AWD-POST-DATE             PIC X(08).

      *****************************************************************
      *              AVERAGING PERIOD WORK FIELDS                     *
      *****************************************************************

       01  W-AVG-FROM                  PIC X(06).
       01  W-AVG-TO                    PIC X(06).
       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-MW-TOTAL                  PIC S9(06) COMP.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              REGISTER TOTALS                                  *
      *****************************************************************

       01  W-AWARD-COUNT               PIC S9(07)     COMP-3.
       01  W-SKIP-COUNT                PIC S9(07)     COMP-3.
       01  W-AWARD-TOTAL               PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              AWARD REGISTER RECORDS                           *
      *****************************************************************

       01  AWDREG-DET-REC.
           05  AWR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-TAG                 PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-SSN                 PIC 9(11).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-ELIG-DATE           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-MONTHS              PIC ZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-AVG-WAGE            PIC Z(09)9.999.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-FORMULA             PIC Z(05)9.999.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-AWARD               PIC Z(05)9.999.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  AWR-LIMIT               PIC X(01).

       01  AWDREG-TOT-REC REDEFINES AWDREG-DET-REC.
           05  AWT-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01).
           05  AWT-TAG                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  AWT-AWARD-COUNT         PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  AWT-SKIP-COUNT          PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  AWT-AWARD-TOTAL         PIC Z(12)9.999-.
           05  FILLER                  PIC X(23).

       01  W-AWR-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-AWR-TAG                   PIC X(04).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS640 CALCULATION SERVICE COMMAREA                  *
      *****************************************************************

       01  X640-CALC-AREA.
           COPY OBC640CA.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA (SMR#98303)           *
      *****************************************************************

98303  01  X684-RUN-STATS-AREA.
98303      COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE (SMR#98304)                        *
      *****************************************************************

98304  01  T-RPL-REPORT                PIC X(08).
98304  01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
98304  01  T-RPL-TEXT.
98304      49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
98304      49  T-RPL-TEXT-DATA         PIC X(133).
98304  01  W-RPL-IMAGE                 PIC X(250).
98304  01  W-RPL-KEY-LEN               PIC S9(04) COMP.
98304  01  W-RPL-REC-LEN               PIC S9(04) COMP.
98304  01  W-RPL-SQLCA-SAVE            PIC X(136).
98304  01  W-RPL-EIBDS-SAVE            PIC X(30).

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
           MOVE  ZEROES  TO  W-AWARD-COUNT  W-SKIP-COUNT
                             W-AWARD-TOTAL.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0000-SWEEP-ELIGIBLE.
           PERFORM C0500-WRITE-REGISTER-TOTAL.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE AVERAGING PERIOD, THE ACCRUAL       *
      *    PERCENT AND THE MINIMUM/MAXIMUM FROM THE PROGRAM'S         *
      *    RUN-CONTROL ROW.  A MISSING ROW OR A ZERO VALUE FALLS      *
      *    BACK TO THE STATUTORY DEFAULT; THE MINIMUM DEFAULTS TO     *
      *    NONE.                                                      *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'     TO  W-EIBDS.
           MOVE  C-DEFAULT-AVG-MONTHS    TO  W-AVG-MONTHS.
           MOVE  C-DEFAULT-ACCRUAL-PCT   TO  W-ACCRUAL-PCT.
           MOVE  C-DEFAULT-MAX-PCT       TO  W-PENSION-MAX-PCT.
           MOVE  ZEROES                  TO  W-PENSION-MIN.

           EXEC SQL
                SELECT   RUN_AVG_MONTHS      ,
                         RUN_ACCRUAL_PCT     ,
                         RUN_PENSION_MIN     ,
                         RUN_PENSION_MAX_PCT
                INTO    :T-RUN-AVG-MONTHS    ,
                        :T-RUN-ACCRUAL-PCT   ,
                        :T-RUN-PENSION-MIN   ,
                        :T-RUN-PENSION-MAX-PCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-AVG-MONTHS  GREATER THAN  ZEROES
               MOVE  T-RUN-AVG-MONTHS       TO  W-AVG-MONTHS
           END-IF.

           IF  T-RUN-ACCRUAL-PCT  GREATER THAN  ZEROES
               MOVE  T-RUN-ACCRUAL-PCT      TO  W-ACCRUAL-PCT
           END-IF.

           IF  T-RUN-PENSION-MAX-PCT  GREATER THAN  ZEROES
               MOVE  T-RUN-PENSION-MAX-PCT  TO  W-PENSION-MAX-PCT
           END-IF.

           IF  T-RUN-PENSION-MIN  GREATER THAN  ZEROES
               MOVE  T-RUN-PENSION-MIN      TO  W-PENSION-MIN
           END-IF.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-ELIGIBLE                           *
      *****************************************************************
      *    THIS SECTION READS EVERY OPEN PRE-RETIREMENT ENTRY WHOSE   *
      *    ELIGIBILITY DATE HAS ARRIVED AND WHO HAS NO PENSION ROW    *
      *    YET.  AN ENTRY ALREADY CALCULATED ('C') WAITS FOR ITS      *
      *    REVIEW; A REJECTED AWARD PUTS THE ENTRY BACK TO OPEN SO    *
      *    THE NEXT RUN RECALCULATES IT.                              *
      *****************************************************************

       B0000-SWEEP-ELIGIBLE SECTION.

           MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE AWD-CURSOR CURSOR FOR
                SELECT   PRT_SSN        ,
                         PRT_ELIG_DATE
                FROM     ST_WRK_PRE_RETIRE
                WHERE    PRT_STATUS     =  ' '
                AND      PRT_ELIG_DATE  <=  :W-TODAY-DATE
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_MST_PENSION  P
                           WHERE P.PEN_SSN  =  PRT_SSN)
                ORDER BY PRT_ELIG_DATE ,
                         PRT_SSN
           END-EXEC.

           EXEC SQL
                OPEN AWD-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-ELIGIBLE
               UNTIL  W-AWARD-EOF.

           EXEC SQL
                CLOSE AWD-CURSOR
           END-EXEC.

       B0000-SWEEP-ELIGIBLE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-ELIGIBLE                           *
      *****************************************************************

       B0100-FETCH-ELIGIBLE SECTION.

           EXEC SQL
                FETCH AWD-CURSOR
                INTO  :T-PRT-SSN       ,
                      :T-PRT-ELIG-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-CALCULATE-AWARD
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-ELIGIBLE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-CALCULATE-AWARD                          *
      *****************************************************************
      *    THIS SECTION WORKS OUT ONE MEMBER'S AWARD: MONTHS AND      *
      *    VESTING FROM OBSSS640, THE AVERAGE WAGE OVER THE           *
      *    AVERAGING PERIOD, THEN THE FORMULA AND ITS LIMITS.  A      *
      *    MEMBER NOT VESTED, OR WITH NO WAGE IN THE PERIOD, IS       *
      *    LISTED AND LEFT OPEN FOR THE BENEFITS SECTION.             *
98287 *    SO IS A MEMBER WHOSE WAGE-SPIKE CASE IS STILL OPEN.        *
      *****************************************************************

       C0000-CALCULATE-AWARD SECTION.

           MOVE  T-PRT-SSN        TO  X640-SSN.
           MOVE  T-PRT-ELIG-DATE  TO  X640-AS-OF-DATE.

           EXEC CICS LINK
                PROGRAM  ('OBSSS640')
                COMMAREA (X640-CALC-AREA)
                LENGTH   (LENGTH OF X640-CALC-AREA)
           END-EXEC.

           IF  X640-RETURN-CODE  EQUAL TO  K-RET-TXN-ERR  OR
               X640-NOT-VESTED
               MOVE 'NVST'  TO  W-AWR-TAG
               PERFORM C0400-WRITE-SKIP-DETAIL
               GO TO C0000-CALCULATE-AWARD-EXIT
           END-IF.

98287      PERFORM C0050-CHECK-SPIKE-HOLD.

98287      IF  T-WSK-OPEN-CASES  GREATER THAN  ZEROES
98287          MOVE 'HOLD'  TO  W-AWR-TAG
98287          PERFORM C0400-WRITE-SKIP-DETAIL
98287          GO TO C0000-CALCULATE-AWARD-EXIT
98287      END-IF.

           PERFORM C0100-AVERAGE-WAGE.

           IF  T-WGB-PERIODS  EQUAL TO  ZEROES
               MOVE 'NOWG'  TO  W-AWR-TAG
               PERFORM C0400-WRITE-SKIP-DETAIL
               GO TO C0000-CALCULATE-AWARD-EXIT
           END-IF.

           PERFORM C0200-APPLY-FORMULA.
           PERFORM C0300-STAGE-AWARD.

           MOVE 'AWRD'  TO  W-AWR-TAG.
           PERFORM C0420-PUT-REGISTER-LINE.

           ADD  1                TO  W-AWARD-COUNT.
           ADD  T-AWD-AWARD-AMT  TO  W-AWARD-TOTAL.

       C0000-CALCULATE-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0050-CHECK-SPIKE-HOLD                         *
      *****************************************************************
      *    SMR#98287: AN OPEN OBSSS669 WAGE-SPIKE CASE MEANS THE      *
      *    AVERAGING PERIOD'S WAGE IS UNDER INVESTIGATION, SO NO      *
      *    AWARD IS WORKED FROM IT UNTIL ORP1568P CLOSES THE CASE.    *
      *****************************************************************

98287  C0050-CHECK-SPIKE-HOLD SECTION.

98287      MOVE 'ST_WRK_WAGE_SPIKE'  TO  W-EIBDS.

98287      EXEC SQL
98287           SELECT   COUNT (*)
98287           INTO    :T-WSK-OPEN-CASES
98287           FROM     ST_WRK_WAGE_SPIKE
98287           WHERE    WSK_SSN     =  :T-PRT-SSN
98287           AND      WSK_STATUS  =  ' '
98287      END-EXEC.

98287      PERFORM DB2-ERROR.

98287  C0050-CHECK-SPIKE-HOLD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-AVERAGE-WAGE                             *
      *****************************************************************
      *    THIS SECTION BUILDS THE AVERAGING WINDOW -- THE            *
      *    W-AVG-MONTHS MONTHS ENDING THE MONTH BEFORE ELIGIBILITY    *
      *    -- AND AVERAGES THE WAGE BASE OVER THE MONTHS IN IT THAT   *
      *    CARRY A WAGE.  SEVERAL EMPLOYERS IN ONE MONTH ADD UP.      *
      *****************************************************************

       C0100-AVERAGE-WAGE SECTION.

           MOVE  T-PRT-ELIG-DATE (1:4)  TO  W-MW-YYYY.
           MOVE  T-PRT-ELIG-DATE (5:2)  TO  W-MW-MM.

           COMPUTE  W-MW-TOTAL  =
               (W-MW-YYYY * 12)  +  W-MW-MM  -  1  -  1.
           COMPUTE  W-MW-YYYY   =  W-MW-TOTAL  /  12.
           COMPUTE  W-MW-MM     =
               W-MW-TOTAL  -  (W-MW-YYYY * 12)  +  1.
           MOVE  W-MONTH-WORK  TO  W-AVG-TO.

           COMPUTE  W-MW-TOTAL  =
               W-MW-TOTAL  -  W-AVG-MONTHS  +  1.
           COMPUTE  W-MW-YYYY   =  W-MW-TOTAL  /  12.
           COMPUTE  W-MW-MM     =
               W-MW-TOTAL  -  (W-MW-YYYY * 12)  +  1.
           MOVE  W-MONTH-WORK  TO  W-AVG-FROM.

           MOVE 'ST_HST_WAGE_BASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (WGB_WAGE), 0) ,
                         COUNT (DISTINCT WGB_PERIOD)
                INTO    :T-WGB-TOTAL   ,
                        :T-WGB-PERIODS
                FROM     ST_HST_WAGE_BASE
                WHERE    WGB_SSN     =  :T-PRT-SSN
                AND      WGB_PERIOD  BETWEEN  :W-AVG-FROM
                                         AND  :W-AVG-TO
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-WGB-PERIODS  GREATER THAN  ZEROES
               COMPUTE  T-AWD-AVG-WAGE  ROUNDED  =
                   T-WGB-TOTAL  /  T-WGB-PERIODS
           ELSE
               MOVE  ZEROES  TO  T-AWD-AVG-WAGE.

       C0100-AVERAGE-WAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-APPLY-FORMULA                            *
      *****************************************************************
      *    AVERAGE WAGE X ACCRUAL PERCENT X YEARS OF SERVICE, THEN    *
      *    THE MAXIMUM (PERCENT OF THE AVERAGE WAGE) AND THE          *
      *    MINIMUM PENSION.  THE MINIMUM WINS OVER THE MAXIMUM, AS    *
      *    THE LAW READS.                                             *
      *****************************************************************

       C0200-APPLY-FORMULA SECTION.

           COMPUTE  T-AWD-FORMULA-AMT  ROUNDED  =
               T-AWD-AVG-WAGE  *  W-ACCRUAL-PCT  /  100
                               *  X640-TOTAL-MONTHS  /  12.

           COMPUTE  T-AWD-MAX-AMT  ROUNDED  =
               T-AWD-AVG-WAGE  *  W-PENSION-MAX-PCT  /  100.

           MOVE  T-AWD-FORMULA-AMT  TO  T-AWD-AWARD-AMT.
           SET   T-AWD-NO-LIMIT     TO  TRUE.

           IF  T-AWD-AWARD-AMT  GREATER THAN  T-AWD-MAX-AMT
               MOVE  T-AWD-MAX-AMT     TO  T-AWD-AWARD-AMT
               SET   T-AWD-MAX-APPLIED TO  TRUE
           END-IF.

           IF  T-AWD-AWARD-AMT  LESS THAN  W-PENSION-MIN
               MOVE  W-PENSION-MIN     TO  T-AWD-AWARD-AMT
               SET   T-AWD-MIN-APPLIED TO  TRUE
           END-IF.

       C0200-APPLY-FORMULA-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-STAGE-AWARD                              *
      *****************************************************************
      *    THIS SECTION STAGES THE WORKING FOR THE ORP1562P REVIEW    *
      *    AND ADVANCES THE PRE-RETIREMENT ENTRY TO 'C' SO THE NEXT   *
      *    RUN DOES NOT CALCULATE IT TWICE.                           *
      *****************************************************************

       C0300-STAGE-AWARD SECTION.

           MOVE 'ST_WRK_PENSION_AWARD'       TO  W-EIBDS.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  T-AWD-POST-DATE.

           EXEC SQL
                INSERT INTO ST_WRK_PENSION_AWARD
                     (AWD_SSN,          AWD_ELIG_DATE,
                      AWD_TOT_MONTHS,   AWD_AVG_FROM,
                      AWD_AVG_TO,       AWD_AVG_PERIODS,
                      AWD_AVG_WAGE,     AWD_ACCRUAL_PCT,
                      AWD_FORMULA_AMT,  AWD_AWARD_AMT,
                      AWD_LIMIT_CODE,   AWD_STATUS,
                      AWD_POST_DATE)
                VALUES
                     (:T-PRT-SSN,          :T-PRT-ELIG-DATE,
                      :X640-TOTAL-MONTHS,  :W-AVG-FROM,
                      :W-AVG-TO,           :T-WGB-PERIODS,
                      :T-AWD-AVG-WAGE,     :W-ACCRUAL-PCT,
                      :T-AWD-FORMULA-AMT,  :T-AWD-AWARD-AMT,
                      :T-AWD-LIMIT-CODE,   ' ',
                      :T-AWD-POST-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_PRE_RETIRE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_PRE_RETIRE
                SET     PRT_STATUS  =  'C'
                WHERE   PRT_SSN     =  :T-PRT-SSN
                AND     PRT_STATUS  =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0300-STAGE-AWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-WRITE-SKIP-DETAIL                        *
      *****************************************************************
      *    A MEMBER PASSED OVER (TAG ALREADY SET BY THE CALLER)       *
      *    LISTS WITH NO AMOUNTS.                                     *
      *****************************************************************

       C0400-WRITE-SKIP-DETAIL SECTION.

           MOVE  ZEROES            TO  T-AWD-AVG-WAGE
                                       T-AWD-FORMULA-AMT
                                       T-AWD-AWARD-AMT.
           MOVE  SPACE             TO  T-AWD-LIMIT-CODE.
           ADD   1                 TO  W-SKIP-COUNT.

           PERFORM C0420-PUT-REGISTER-LINE.

       C0400-WRITE-SKIP-DETAIL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0420-PUT-REGISTER-LINE                        *
      *****************************************************************

       C0420-PUT-REGISTER-LINE SECTION.

           ADD   1                  TO  W-AWR-SEQ.
           MOVE  SPACES             TO  AWDREG-DET-REC.
           MOVE  W-AWR-SEQ          TO  AWR-SEQ.
           MOVE  W-AWR-TAG          TO  AWR-TAG.
           MOVE  T-PRT-SSN          TO  AWR-SSN.
           MOVE  T-PRT-ELIG-DATE    TO  AWR-ELIG-DATE.
           MOVE  X640-TOTAL-MONTHS  TO  AWR-MONTHS.
           MOVE  T-AWD-AVG-WAGE     TO  AWR-AVG-WAGE.
           MOVE  T-AWD-FORMULA-AMT  TO  AWR-FORMULA.
           MOVE  T-AWD-AWARD-AMT    TO  AWR-AWARD.
           MOVE  T-AWD-LIMIT-CODE   TO  AWR-LIMIT.

           EXEC CICS WRITE
                FILE    ('AWDREG  ')
                RIDFLD  (AWR-SEQ)
                FROM    (AWDREG-DET-REC)
                LENGTH  (LENGTH OF AWDREG-DET-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'AWDREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF AWR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF AWDREG-DET-REC      TO  W-RPL-REC-LEN
98304      MOVE  AWDREG-DET-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0420-PUT-REGISTER-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-REGISTER-TOTAL                     *
      *****************************************************************

       C0500-WRITE-REGISTER-TOTAL SECTION.

           ADD   1              TO  W-AWR-SEQ.
           MOVE  SPACES         TO  AWDREG-DET-REC.
           MOVE  W-AWR-SEQ      TO  AWT-SEQ.
           MOVE 'GRND'          TO  AWT-TAG.
           MOVE  W-AWARD-COUNT  TO  AWT-AWARD-COUNT.
           MOVE  W-SKIP-COUNT   TO  AWT-SKIP-COUNT.
           MOVE  W-AWARD-TOTAL  TO  AWT-AWARD-TOTAL.

           EXEC CICS WRITE
                FILE    ('AWDREG  ')
                RIDFLD  (AWT-SEQ)
                FROM    (AWDREG-TOT-REC)
                LENGTH  (LENGTH OF AWDREG-TOT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'AWDREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF AWT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF AWDREG-TOT-REC      TO  W-RPL-REC-LEN
98304      MOVE  AWDREG-TOT-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0500-WRITE-REGISTER-TOTAL-EXIT.  EXIT.
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

98303      MOVE 'OBSSS661'  TO  X684-PROGRAM.
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
      *                S0990-ARCHIVE-REPORT-LINE                      *
      *****************************************************************
      *    THIS SECTION KEEPS THE REPORT LINE JUST WRITTEN ON         *
      *    ST_RPT_ARCHIVE_LINE UNDER THE REPORT, THE RUN BUSINESS     *
      *    DATE OBSSS684 RETURNED AT START AND THIS JOB, WITHOUT THE  *
      *    SEQUENCE KEY AT THE FRONT OF THE RECORD.  OBSSS684 INDEXES *
      *    THE LINES ON ST_RPT_ARCHIVE WHEN THE RUN ENDS.  THE        *
      *    CALLER'S SQLCA IS PUT BACK AFTERWARDS, SO A CALLER THAT    *
      *    TESTS SQLCODE AFTER ITS WRITE STILL SEES ITS OWN RESULT.   *
      *****************************************************************

98304  S0990-ARCHIVE-REPORT-LINE SECTION.

98304      IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
98304          GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
98304      END-IF.

98304      MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
98304      MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
98304      ADD   1        TO  T-RPL-LINE-NO.

98304      IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
98304          MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
98304      END-IF.

98304      COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

98304      IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
98304          MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
98304      END-IF.

98304      MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
98304                                    TO  T-RPL-TEXT-DATA.

98304      MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

98304      EXEC SQL
98304           INSERT INTO ST_RPT_ARCHIVE_LINE
98304                (RPL_REPORT,       RPL_RUN_DATE,
98304                 RPL_JOB,          RPL_LINE_NO,
98304                 RPL_TEXT)
98304           VALUES
98304                (:T-RPL-REPORT,    :X684-BUS-DATE,
98304                 :X684-PROGRAM,    :T-RPL-LINE-NO,
98304                 :T-RPL-TEXT)
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
98304      MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

98304  S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
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
               MOVE T-PRT-SSN            TO  ORSS0400-SSN
               MOVE '1661'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
