       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      PRE-RETIREMENT WAGE-SPIKE DETECTION ROUTINE OBSSS669     *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS669.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS669 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS656     *
      *                IS, THAT LOOKS FOR A WAGE INFLATED JUST        *
      *                BEFORE RETIREMENT.  THE OBSSS661 FORMULA       *
      *                AVERAGES THE FINAL YEARS' WAGE, SO SUCH A      *
      *                RISE COSTS THE FUND FOR AS LONG AS THE         *
      *                PENSION IS PAID:                               *
      *                                                               *
      *                - EVERY ACTIVE MEMBER WITHIN RUN_SPIKE_YEARS   *
      *                  (RUN-CONTROL, DEFAULT 5) OF THE PENSIONABLE  *
      *                  AGE ON THE OBSSS656 ROW -- OR WHO REACHED    *
      *                  IT IN THE LAST YEAR AND HAS NO PENSION ROW   *
      *                  YET -- IS EXAMINED.                          *
      *                - THE MEMBER'S OWN TREND IS THE AVERAGE        *
      *                  MONTHLY ST_HST_WAGE_BASE WAGE OVER THE 36    *
      *                  MONTHS BEFORE THE RECENT WINDOW; THE RECENT  *
      *                  WAGE IS THE AVERAGE OVER THE 12 MONTHS       *
      *                  ENDING LAST MONTH.  A RISE OVER THE TREND    *
      *                  OF MORE THAN RUN_SPIKE_PCT (DEFAULT 30)      *
      *                  IS A CANDIDATE.                              *
      *                - THE CANDIDATE IS THEN SET AGAINST THE        *
      *                  OTHER MEMBERS AT THE EMPLOYER DECLARING THE  *
      *                  LATEST RECENT WAGE, OVER THE SAME WINDOWS.   *
      *                  ONLY A RISE THAT BEATS THE EMPLOYER'S OWN    *
      *                  RISE BY MORE THAN RUN_SPIKE_PCT IS A HIT --  *
      *                  A COMPANY-WIDE RAISE IS NOT A SPIKE.         *
      *                - EACH HIT OPENS AN ST_WRK_WAGE_SPIKE CASE     *
      *                  WITH THE DECLARING EMPLOYER, BOTH AVERAGES   *
      *                  AND BOTH RISES, AND COPIES THE WAGE SERIES   *
      *                  OVER BOTH WINDOWS TO ST_WRK_WAGE_SPIKE_SER,  *
      *                  SO THE EVIDENCE SURVIVES A LATER RETRO       *
      *                  CORRECTION.  THE CASE IS WORKED ON ORP1568P; *
      *                  WHILE IT IS OPEN OBSSS661 HOLDS THE AWARD    *
      *                  AND ORP1562P WILL NOT APPROVE ONE.           *
      *                - A MEMBER WITH A CASE STILL OPEN IS NOT       *
      *                  EXAMINED AGAIN.  A CLOSED CASE SUPPRESSES    *
      *                  A NEW ONE UNTIL THE RECENT AVERAGE GOES      *
      *                  ABOVE THE ONE ALREADY INVESTIGATED.          *
      *                - A REGISTER (SPKREG) LISTS EVERY HIT AND      *
      *                  THE RUN TOTALS.                              *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_HST_WAGE_BASE      (DB2 HISTORY TABLE)  *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - AN ST_WRK_WAGE_SPIKE CASE AND ITS                 *
      *             ST_WRK_WAGE_SPIKE_SER WAGE SERIES PER HIT;        *
      *             SPKREG REGISTER DETAIL AND TOTAL LINES.           *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-668. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98287 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS669'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-DEFAULT-SPIKE-YEARS   PIC S9(03) COMP-3 VALUE +5.
           05  C-DEFAULT-SPIKE-PCT     PIC S9(03)V99 COMP-3
                                                   VALUE +30.
           05  C-DEFAULT-PENSION-AGE   PIC S9(03) COMP-3 VALUE +60.
           05  C-RECENT-MONTHS         PIC S9(03) COMP-3 VALUE +12.
           05  C-TREND-MONTHS          PIC S9(03) COMP-3 VALUE +36.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-SPIKE-EOF                  VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS669'.
       01  T-RUN-AGE-PROGRAM           PIC X(08)  VALUE 'OBSSS656'.
       01  T-RUN-SPIKE-YEARS           PIC S9(03) COMP-3.
       01  T-RUN-SPIKE-PCT             PIC S9(03)V99 COMP-3.
       01  T-RUN-PENSION-AGE           PIC S9(03) COMP-3.

       01  W-SPIKE-YEARS               PIC S9(03) COMP-3.
       01  W-SPIKE-PCT                 PIC S9(03)V99 COMP-3.
       01  W-PENSION-AGE               PIC S9(03) COMP-3.

      *****************************************************************
      *              BIRTH AND WAGE WINDOW WORK FIELDS                *
      *****************************************************************

       01  W-TODAY-DATE                PIC X(08).
       01  W-BIRTH-FROM                PIC X(08).
       01  W-BIRTH-TO                  PIC X(08).
       01  W-DATE-BUILD.
           05  W-DB-YYYY               PIC 9(04).
           05  W-DB-MMDD               PIC X(04).

       01  W-RECENT-FROM               PIC X(06).
       01  W-RECENT-TO                 PIC X(06).
       01  W-TREND-FROM                PIC X(06).
       01  W-TREND-TO                  PIC X(06).
       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-MW-TOTAL                  PIC S9(06) COMP.

       01  W-WIN-FROM                  PIC X(06).
       01  W-WIN-TO                    PIC X(06).
       01  W-WIN-AVG                   PIC S9(12)V999 COMP-3.

      *****************************************************************
      *              MEMBER / CASE HOST VARIABLES                     *
      *****************************************************************

       01  T-M-BAS-EE-SSN              PIC 9(11).

       01  T-WGB-TOTAL                 PIC S9(13)V999 COMP-3.
       01  T-WGB-PERIODS               PIC S9(05) COMP-3.
       01  T-WGB-REG-NUM               PIC 9(07).

       01  T-WSK-TREND-AVG             PIC S9(12)V999 COMP-3.
       01  T-WSK-RECENT-AVG            PIC S9(12)V999 COMP-3.
       01  T-WSK-RISE-PCT              PIC S9(05)V99 COMP-3.
       01  T-WSK-PEER-TREND-AVG        PIC S9(12)V999 COMP-3.
       01  T-WSK-PEER-RECENT-AVG       PIC S9(12)V999 COMP-3.
       01  T-WSK-PEER-RISE-PCT         PIC S9(05)V99 COMP-3.
       01  T-WSK-EXCESS-PCT            PIC S9(05)V99 COMP-3.
       01  T-WSK-CLEARED-AVG           PIC S9(12)V999 COMP-3.
       01  T-WSK-CLEARED-AVG-I         PIC S9(04) COMP.
       01  T-WSK-OPEN-DATE             PIC X(08).

      *****************************************************************
      *              REGISTER TOTALS                                  *
      *****************************************************************

       01  W-EXAMINED-COUNT            PIC S9(07)     COMP-3.
       01  W-NO-TREND-COUNT            PIC S9(07)     COMP-3.
       01  W-PEER-COUNT                PIC S9(07)     COMP-3.
       01  W-HIT-COUNT                 PIC S9(07)     COMP-3.

      *****************************************************************
      *              SPIKE REGISTER RECORDS                           *
      *****************************************************************

       01  SPKREG-DET-REC.
           05  SKR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-TAG                 PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-SSN                 PIC 9(11).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-REG-NUM             PIC 9(07).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-TREND-AVG           PIC Z(09)9.999.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-RECENT-AVG          PIC Z(09)9.999.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-RISE-PCT            PIC ZZZZ9.99-.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SKR-PEER-RISE-PCT       PIC ZZZZ9.99-.

       01  SPKREG-TOT-REC REDEFINES SPKREG-DET-REC.
           05  SKT-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SKT-TAG                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  SKT-EXAMINED-COUNT      PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  SKT-NO-TREND-COUNT      PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  SKT-PEER-COUNT          PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  SKT-HIT-COUNT           PIC Z(05)9.
           05  FILLER                  PIC X(42).

       01  W-SKR-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

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
           MOVE  ZEROES  TO  W-EXAMINED-COUNT  W-NO-TREND-COUNT
                             W-PEER-COUNT      W-HIT-COUNT.

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0600-BUILD-WINDOWS.
           PERFORM B0000-SWEEP-MEMBERS.
           PERFORM C0500-WRITE-REGISTER-TOTAL.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE YEARS-BEFORE-PENSION AND THE RISE   *
      *    PERCENT FROM THE PROGRAM'S RUN-CONTROL ROW, AND THE        *
      *    PENSIONABLE AGE FROM THE OBSSS656 ROW SO BOTH SWEEPS       *
      *    AGREE ON IT.  A MISSING ROW OR A ZERO VALUE FALLS BACK     *
      *    TO THE DEFAULT.                                            *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'     TO  W-EIBDS.
           MOVE  C-DEFAULT-SPIKE-YEARS   TO  W-SPIKE-YEARS.
           MOVE  C-DEFAULT-SPIKE-PCT     TO  W-SPIKE-PCT.
           MOVE  C-DEFAULT-PENSION-AGE   TO  W-PENSION-AGE.

           EXEC SQL
                SELECT   RUN_PENSION_AGE
                INTO    :T-RUN-PENSION-AGE
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-AGE-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-PENSION-AGE  GREATER THAN  ZEROES
               MOVE  T-RUN-PENSION-AGE  TO  W-PENSION-AGE
           END-IF.

           EXEC SQL
                SELECT   RUN_SPIKE_YEARS  ,
                         RUN_SPIKE_PCT
                INTO    :T-RUN-SPIKE-YEARS ,
                        :T-RUN-SPIKE-PCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-SPIKE-YEARS  GREATER THAN  ZEROES
               MOVE  T-RUN-SPIKE-YEARS  TO  W-SPIKE-YEARS
           END-IF.

           IF  T-RUN-SPIKE-PCT  GREATER THAN  ZEROES
               MOVE  T-RUN-SPIKE-PCT    TO  W-SPIKE-PCT
           END-IF.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-BUILD-WINDOWS                            *
      *****************************************************************
      *    THE BIRTH WINDOW RUNS FROM ONE YEAR PAST THE PENSIONABLE   *
      *    AGE (ELIGIBLE, AWARD NOT YET MADE) TO W-SPIKE-YEARS        *
      *    SHORT OF IT.  THE RECENT WAGE WINDOW IS THE C-RECENT-      *
      *    MONTHS ENDING LAST MONTH; THE TREND WINDOW IS THE          *
      *    C-TREND-MONTHS BEFORE THAT.                                *
      *****************************************************************

       B0600-BUILD-WINDOWS SECTION.

           MOVE  W-TODAY-DATE (5:4)  TO  W-DB-MMDD.

           MOVE  W-TODAY-DATE (1:4)  TO  W-DB-YYYY.
           SUBTRACT  W-PENSION-AGE   FROM  W-DB-YYYY.
           SUBTRACT  1               FROM  W-DB-YYYY.
           MOVE  W-DATE-BUILD        TO  W-BIRTH-FROM.

           MOVE  W-TODAY-DATE (1:4)  TO  W-DB-YYYY.
           SUBTRACT  W-PENSION-AGE   FROM  W-DB-YYYY.
           ADD   W-SPIKE-YEARS       TO    W-DB-YYYY.
           MOVE  W-DATE-BUILD        TO  W-BIRTH-TO.

           MOVE  W-TODAY-DATE (1:4)  TO  W-MW-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-MW-MM.

           COMPUTE  W-MW-TOTAL  =
               (W-MW-YYYY * 12)  +  W-MW-MM  -  1  -  1.
           PERFORM B0610-MONTH-FROM-TOTAL.
           MOVE  W-MONTH-WORK  TO  W-RECENT-TO.

           COMPUTE  W-MW-TOTAL  =  W-MW-TOTAL  -  C-RECENT-MONTHS  +  1.
           PERFORM B0610-MONTH-FROM-TOTAL.
           MOVE  W-MONTH-WORK  TO  W-RECENT-FROM.

           COMPUTE  W-MW-TOTAL  =  W-MW-TOTAL  -  1.
           PERFORM B0610-MONTH-FROM-TOTAL.
           MOVE  W-MONTH-WORK  TO  W-TREND-TO.

           COMPUTE  W-MW-TOTAL  =  W-MW-TOTAL  -  C-TREND-MONTHS  +  1.
           PERFORM B0610-MONTH-FROM-TOTAL.
           MOVE  W-MONTH-WORK  TO  W-TREND-FROM.

       B0600-BUILD-WINDOWS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0610-MONTH-FROM-TOTAL                         *
      *****************************************************************
      *    TURNS A MONTH COUNT (YEAR X 12 + MONTH - 1) BACK INTO      *
      *    YYYYMM IN W-MONTH-WORK.                                    *
      *****************************************************************

       B0610-MONTH-FROM-TOTAL SECTION.

           COMPUTE  W-MW-YYYY   =  W-MW-TOTAL  /  12.
           COMPUTE  W-MW-MM     =
               W-MW-TOTAL  -  (W-MW-YYYY * 12)  +  1.

       B0610-MONTH-FROM-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-MEMBERS                            *
      *****************************************************************
      *    EVERY ACTIVE MEMBER IN THE BIRTH WINDOW WITH NO PENSION    *
      *    ROW AND NO SPIKE CASE STILL OPEN.                          *
      *****************************************************************

       B0000-SWEEP-MEMBERS SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE SPKE-CURSOR CURSOR FOR
                SELECT   M_BAS_EE_SSN
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_BIRTH_DATE  BETWEEN
                         :W-BIRTH-FROM  AND  :W-BIRTH-TO
                AND      M_BAS_EE_TERM_ACT_DATE  IS NULL
                AND      M_BAS_EE_DEATH_DATE     IS NULL
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_MST_PENSION  P
                           WHERE P.PEN_SSN  =  M_BAS_EE_SSN)
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_WRK_WAGE_SPIKE  K
                           WHERE K.WSK_SSN     =  M_BAS_EE_SSN
                             AND K.WSK_STATUS  =  ' ')
                ORDER BY M_BAS_EE_SSN
           END-EXEC.

           EXEC SQL
                OPEN SPKE-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-MEMBER
               UNTIL  W-SPIKE-EOF.

           EXEC SQL
                CLOSE SPKE-CURSOR
           END-EXEC.

       B0000-SWEEP-MEMBERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-MEMBER                             *
      *****************************************************************

       B0100-FETCH-MEMBER SECTION.

           EXEC SQL
                FETCH SPKE-CURSOR
                INTO  :T-M-BAS-EE-SSN
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-EXAMINE-MEMBER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-MEMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-EXAMINE-MEMBER                           *
      *****************************************************************
      *    THIS SECTION SETS THE MEMBER'S RECENT WAGE AGAINST THEIR   *
      *    OWN TREND, AND A CANDIDATE AGAINST THE DECLARING           *
      *    EMPLOYER'S OTHER MEMBERS.  A MEMBER WITH NO WAGE IN        *
      *    EITHER WINDOW HAS NO TREND TO BREAK AND IS ONLY COUNTED.   *
      *****************************************************************

       C0000-EXAMINE-MEMBER SECTION.

           ADD  1  TO  W-EXAMINED-COUNT.

           MOVE  W-TREND-FROM   TO  W-WIN-FROM.
           MOVE  W-TREND-TO     TO  W-WIN-TO.
           PERFORM C0100-MEMBER-AVERAGE.
           MOVE  W-WIN-AVG      TO  T-WSK-TREND-AVG.

           MOVE  W-RECENT-FROM  TO  W-WIN-FROM.
           MOVE  W-RECENT-TO    TO  W-WIN-TO.
           PERFORM C0100-MEMBER-AVERAGE.
           MOVE  W-WIN-AVG      TO  T-WSK-RECENT-AVG.

           IF  T-WSK-TREND-AVG   NOT GREATER THAN  ZEROES  OR
               T-WSK-RECENT-AVG  NOT GREATER THAN  ZEROES
               ADD  1  TO  W-NO-TREND-COUNT
               GO TO C0000-EXAMINE-MEMBER-EXIT
           END-IF.

           COMPUTE  T-WSK-RISE-PCT  ROUNDED  =
               (T-WSK-RECENT-AVG  -  T-WSK-TREND-AVG)  *  100
                                  /  T-WSK-TREND-AVG.

           IF  T-WSK-RISE-PCT  NOT GREATER THAN  W-SPIKE-PCT
               GO TO C0000-EXAMINE-MEMBER-EXIT
           END-IF.

           PERFORM C0200-PEER-COMPARISON.

           COMPUTE  T-WSK-EXCESS-PCT  =
               T-WSK-RISE-PCT  -  T-WSK-PEER-RISE-PCT.

           IF  T-WSK-EXCESS-PCT  NOT GREATER THAN  W-SPIKE-PCT
               ADD  1  TO  W-PEER-COUNT
               GO TO C0000-EXAMINE-MEMBER-EXIT
           END-IF.

           PERFORM C0250-CHECK-CLEARED-CASE.

           IF  T-WSK-CLEARED-AVG-I  NOT LESS THAN  +0  AND
               T-WSK-RECENT-AVG  NOT GREATER THAN  T-WSK-CLEARED-AVG
               GO TO C0000-EXAMINE-MEMBER-EXIT
           END-IF.

           PERFORM C0300-OPEN-SPIKE-CASE.
           PERFORM C0420-PUT-REGISTER-LINE.

           ADD  1  TO  W-HIT-COUNT.

       C0000-EXAMINE-MEMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-MEMBER-AVERAGE                           *
      *****************************************************************
      *    AVERAGE MONTHLY WAGE OVER W-WIN-FROM .. W-WIN-TO, THE      *
      *    SAME WAY OBSSS661 AVERAGES IT: TOTAL WAGE OVER THE         *
      *    DISTINCT MONTHS THAT CARRY ONE, SO SEVERAL EMPLOYERS IN    *
      *    ONE MONTH ADD UP.                                          *
      *****************************************************************

       C0100-MEMBER-AVERAGE SECTION.

           MOVE 'ST_HST_WAGE_BASE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (WGB_WAGE), 0) ,
                         COUNT (DISTINCT WGB_PERIOD)
                INTO    :T-WGB-TOTAL   ,
                        :T-WGB-PERIODS
                FROM     ST_HST_WAGE_BASE
                WHERE    WGB_SSN     =  :T-M-BAS-EE-SSN
                AND      WGB_PERIOD  BETWEEN  :W-WIN-FROM
                                         AND  :W-WIN-TO
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-WGB-PERIODS  GREATER THAN  ZEROES
               COMPUTE  W-WIN-AVG  ROUNDED  =
                   T-WGB-TOTAL  /  T-WGB-PERIODS
           ELSE
               MOVE  ZEROES  TO  W-WIN-AVG.

       C0100-MEMBER-AVERAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-PEER-COMPARISON                          *
      *****************************************************************
      *    THE DECLARING EMPLOYER IS THE ONE ON THE MEMBER'S LATEST   *
      *    RECENT WAGE (THE LARGEST, WHEN SEVERAL DECLARE THE SAME    *
      *    MONTH).  ITS OTHER MEMBERS' AVERAGE WAGE PER DECLARED      *
      *    LINE, OVER THE SAME TWO WINDOWS, GIVES THE EMPLOYER'S OWN  *
      *    RISE.  NO PEERS IN EITHER WINDOW MEANS NO RISE TO OFFSET.  *
      *****************************************************************

       C0200-PEER-COMPARISON SECTION.

           MOVE 'ST_HST_WAGE_BASE'  TO  W-EIBDS.
           MOVE  ZEROES             TO  T-WSK-PEER-RISE-PCT
                                        T-WSK-PEER-TREND-AVG
                                        T-WSK-PEER-RECENT-AVG.

           EXEC SQL
                SELECT   WGB_REG_NUM
                INTO    :T-WGB-REG-NUM
                FROM     ST_HST_WAGE_BASE
                WHERE    WGB_SSN     =  :T-M-BAS-EE-SSN
                AND      WGB_PERIOD  BETWEEN  :W-RECENT-FROM
                                         AND  :W-RECENT-TO
                ORDER BY WGB_PERIOD  DESC ,
                         WGB_WAGE    DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-TREND-FROM   TO  W-WIN-FROM.
           MOVE  W-TREND-TO     TO  W-WIN-TO.
           PERFORM C0210-PEER-AVERAGE.
           MOVE  W-WIN-AVG      TO  T-WSK-PEER-TREND-AVG.

           MOVE  W-RECENT-FROM  TO  W-WIN-FROM.
           MOVE  W-RECENT-TO    TO  W-WIN-TO.
           PERFORM C0210-PEER-AVERAGE.
           MOVE  W-WIN-AVG      TO  T-WSK-PEER-RECENT-AVG.

           IF  T-WSK-PEER-TREND-AVG   GREATER THAN  ZEROES  AND
               T-WSK-PEER-RECENT-AVG  GREATER THAN  ZEROES
               COMPUTE  T-WSK-PEER-RISE-PCT  ROUNDED  =
                   (T-WSK-PEER-RECENT-AVG  -  T-WSK-PEER-TREND-AVG)
                        *  100  /  T-WSK-PEER-TREND-AVG
           END-IF.

       C0200-PEER-COMPARISON-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0210-PEER-AVERAGE                             *
      *****************************************************************

       C0210-PEER-AVERAGE SECTION.

           EXEC SQL
                SELECT   COALESCE (SUM (WGB_WAGE), 0) ,
                         COUNT (*)
                INTO    :T-WGB-TOTAL   ,
                        :T-WGB-PERIODS
                FROM     ST_HST_WAGE_BASE
                WHERE    WGB_REG_NUM  =  :T-WGB-REG-NUM
                AND      WGB_SSN     <>  :T-M-BAS-EE-SSN
                AND      WGB_PERIOD  BETWEEN  :W-WIN-FROM
                                         AND  :W-WIN-TO
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-WGB-PERIODS  GREATER THAN  ZEROES
               COMPUTE  W-WIN-AVG  ROUNDED  =
                   T-WGB-TOTAL  /  T-WGB-PERIODS
           ELSE
               MOVE  ZEROES  TO  W-WIN-AVG.

       C0210-PEER-AVERAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-CHECK-CLEARED-CASE                       *
      *****************************************************************
      *    THE HIGHEST RECENT AVERAGE ALREADY INVESTIGATED AND        *
      *    CLOSED FOR THE MEMBER.  A NULL MEANS NO CLOSED CASE.       *
      *****************************************************************

       C0250-CHECK-CLEARED-CASE SECTION.

           MOVE 'ST_WRK_WAGE_SPIKE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (WSK_RECENT_AVG)
                INTO    :T-WSK-CLEARED-AVG:T-WSK-CLEARED-AVG-I
                FROM     ST_WRK_WAGE_SPIKE
                WHERE    WSK_SSN     =   :T-M-BAS-EE-SSN
                AND      WSK_STATUS  <>  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

       C0250-CHECK-CLEARED-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-OPEN-SPIKE-CASE                          *
      *****************************************************************
      *    THIS SECTION OPENS THE CASE AND COPIES THE MEMBER'S WAGE   *
      *    SERIES OVER BOTH WINDOWS, EVERY DECLARING EMPLOYER         *
      *    INCLUDED, UNDER THE CASE'S OPEN DATE.                      *
      *****************************************************************

       C0300-OPEN-SPIKE-CASE SECTION.

           MOVE 'ST_WRK_WAGE_SPIKE'          TO  W-EIBDS.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  T-WSK-OPEN-DATE.

           EXEC SQL
                INSERT INTO ST_WRK_WAGE_SPIKE
                     (WSK_SSN,            WSK_REG_NUM,
                      WSK_OPEN_DATE,      WSK_TREND_FROM,
                      WSK_TREND_TO,       WSK_RECENT_FROM,
                      WSK_RECENT_TO,      WSK_TREND_AVG,
                      WSK_RECENT_AVG,     WSK_RISE_PCT,
                      WSK_PEER_TREND_AVG, WSK_PEER_RECENT_AVG,
                      WSK_PEER_RISE_PCT,  WSK_THRESHOLD_PCT,
                      WSK_FINDING,        WSK_STATUS)
                VALUES
                     (:T-M-BAS-EE-SSN,        :T-WGB-REG-NUM,
                      :T-WSK-OPEN-DATE,       :W-TREND-FROM,
                      :W-TREND-TO,            :W-RECENT-FROM,
                      :W-RECENT-TO,           :T-WSK-TREND-AVG,
                      :T-WSK-RECENT-AVG,      :T-WSK-RISE-PCT,
                      :T-WSK-PEER-TREND-AVG,  :T-WSK-PEER-RECENT-AVG,
                      :T-WSK-PEER-RISE-PCT,   :W-SPIKE-PCT,
                      ' ',                    ' ')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_WAGE_SPIKE_SER'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_WAGE_SPIKE_SER
                     (SPS_SSN,      SPS_OPEN_DATE,
                      SPS_PERIOD,   SPS_REG_NUM,
                      SPS_WAGE)
                SELECT :T-M-BAS-EE-SSN,  :T-WSK-OPEN-DATE,
                        WGB_PERIOD,       WGB_REG_NUM,
                        WGB_WAGE
                FROM    ST_HST_WAGE_BASE
                WHERE   WGB_SSN     =  :T-M-BAS-EE-SSN
                AND     WGB_PERIOD  BETWEEN  :W-TREND-FROM
                                        AND  :W-RECENT-TO
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0300-OPEN-SPIKE-CASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0420-PUT-REGISTER-LINE                        *
      *****************************************************************

       C0420-PUT-REGISTER-LINE SECTION.

           ADD   1                     TO  W-SKR-SEQ.
           MOVE  SPACES                TO  SPKREG-DET-REC.
           MOVE  W-SKR-SEQ             TO  SKR-SEQ.
           MOVE 'SPIK'                 TO  SKR-TAG.
           MOVE  T-M-BAS-EE-SSN        TO  SKR-SSN.
           MOVE  T-WGB-REG-NUM         TO  SKR-REG-NUM.
           MOVE  T-WSK-TREND-AVG       TO  SKR-TREND-AVG.
           MOVE  T-WSK-RECENT-AVG      TO  SKR-RECENT-AVG.
           MOVE  T-WSK-RISE-PCT        TO  SKR-RISE-PCT.
           MOVE  T-WSK-PEER-RISE-PCT   TO  SKR-PEER-RISE-PCT.

           EXEC CICS WRITE
                FILE    ('SPKREG  ')
                RIDFLD  (SKR-SEQ)
                FROM    (SPKREG-DET-REC)
                LENGTH  (LENGTH OF SPKREG-DET-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'SPKREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF SKR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF SPKREG-DET-REC      TO  W-RPL-REC-LEN
98304      MOVE  SPKREG-DET-REC                TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0420-PUT-REGISTER-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-REGISTER-TOTAL                     *
      *****************************************************************
      *    MEMBERS EXAMINED, THOSE WITH NO TREND TO MEASURE, THOSE    *
      *    WHOSE RISE THE EMPLOYER'S OWN RISE EXPLAINED, AND HITS.    *
      *****************************************************************

       C0500-WRITE-REGISTER-TOTAL SECTION.

           ADD   1                 TO  W-SKR-SEQ.
           MOVE  SPACES            TO  SPKREG-DET-REC.
           MOVE  W-SKR-SEQ         TO  SKT-SEQ.
           MOVE 'GRND'             TO  SKT-TAG.
           MOVE  W-EXAMINED-COUNT  TO  SKT-EXAMINED-COUNT.
           MOVE  W-NO-TREND-COUNT  TO  SKT-NO-TREND-COUNT.
           MOVE  W-PEER-COUNT      TO  SKT-PEER-COUNT.
           MOVE  W-HIT-COUNT       TO  SKT-HIT-COUNT.

           EXEC CICS WRITE
                FILE    ('SPKREG  ')
                RIDFLD  (SKT-SEQ)
                FROM    (SPKREG-TOT-REC)
                LENGTH  (LENGTH OF SPKREG-TOT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'SPKREG  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF SKT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF SPKREG-TOT-REC      TO  W-RPL-REC-LEN
98304      MOVE  SPKREG-TOT-REC                TO  W-RPL-IMAGE
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

98303      MOVE 'OBSSS669'  TO  X684-PROGRAM.
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
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

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
               MOVE T-M-BAS-EE-SSN       TO  ORSS0400-SSN
               MOVE '1669'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
