       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *     EMPLOYER INSPECTION RISK SCORING AND PLAN  OBSSS672        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS672.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS672 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT GIVES THE FIELD     *
      *                INSPECTORS A RANKED VISIT PLAN.  EVERY         *
      *                UNBLOCKED EMPLOYER IS SCORED FROM DATA THE     *
      *                SYSTEM ALREADY HOLDS:                          *
      *                                                               *
      *                - DELINQUENCY GRADE ON ST_WRK_ER_DELINQ        *
      *                  (OBSSS620): A 10, B 20, C 30 POINTS.         *
      *                - THIS YEAR'S HAZARD SURCHARGE PERCENTAGE ON   *
      *                  ST_MST_ER_HAZARD (OBSSS660): A POINT PER     *
      *                  PERCENT, AT MOST 20.                         *
      *                - WORK-INJURY CLAIMS ON ST_WRK_INJ_CLAIM WITH  *
      *                  AN INJURY IN THE LAST TWELVE MONTHS, NOT     *
      *                  REJECTED: 5 POINTS EACH, AT MOST 20.         *
      *                - OPEN ROSTER-VERSUS-DECLARATION MISMATCHES    *
      *                  ON ST_WRK_ROSTER_MISMATCH (OBSSS668): 2      *
      *                  POINTS EACH, AT MOST 20.                     *
      *                - TIME SINCE THE LAST VISIT RECORDED ON        *
      *                  ST_WRK_ER_INSPECTION (ORP1571P): A POINT     *
      *                  PER 30 DAYS, AT MOST 30; NEVER INSPECTED     *
      *                  SCORES THE FULL 30.                          *
      *                                                               *
      *                THE INSPECTOR AREA IS THE EMPLOYER'S LOCATION  *
      *                CODE (ITS '0000' ROW ON THE REGISTRATION       *
      *                MASTER), MAPPED THROUGH ST_MST_INSP_AREA; A    *
      *                LOCATION WITH NO MAPPING IS ITS OWN AREA.      *
      *                THE SCORES ARE KEPT ON ST_WRK_INSP_PLAN FOR    *
      *                THE MONTH, RANKED WITHIN EACH AREA, AND THE    *
      *                TOP OF EACH AREA (RUN_INSP_PLAN_SIZE ON THE    *
      *                PROGRAM'S ST_BAT_RUN_CONTROL ROW, DEFAULT 25)  *
      *                IS PRINTED AS THAT AREA'S VISIT PLAN.  A RERUN *
      *                IN THE SAME MONTH REPLACES THE UNVISITED ROWS. *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_INSP_AREA      (DB2 CONTROL TABLE)  *
      *                    ST_WRK_ER_DELINQ      (DB2 WORKLIST)       *
      *                    ST_MST_ER_HAZARD      (DB2 MASTER TABLE)   *
      *                    ST_WRK_INJ_CLAIM      (DB2 CASE TABLE)     *
      *                    ST_WRK_ROSTER_MISMATCH (DB2 WORKLIST)      *
      *                    ST_WRK_ER_INSPECTION  (DB2 CASE TABLE)     *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - A ST_WRK_INSP_PLAN ROW PER SCORED EMPLOYER; THE   *
      *             INSPRT VISIT PLAN, A PAGE PER INSPECTOR AREA.     *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE PLAN IS  *
      *                     PRINTED.                                  *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-671. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98291 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS672'.

       01  CONSTANTS.
           05  K-GRADE-A-POINTS        PIC S9(04) COMP VALUE +10.
           05  K-GRADE-B-POINTS        PIC S9(04) COMP VALUE +20.
           05  K-GRADE-C-POINTS        PIC S9(04) COMP VALUE +30.
           05  K-HAZARD-MAX-POINTS     PIC S9(04) COMP VALUE +20.
           05  K-CLAIM-POINTS          PIC S9(04) COMP VALUE +5.
           05  K-CLAIM-MAX-POINTS      PIC S9(04) COMP VALUE +20.
           05  K-MISMATCH-POINTS       PIC S9(04) COMP VALUE +2.
           05  K-MISMATCH-MAX-POINTS   PIC S9(04) COMP VALUE +20.
           05  K-VISIT-DAYS-PER-POINT  PIC S9(04) COMP VALUE +30.
           05  K-VISIT-MAX-POINTS      PIC S9(04) COMP VALUE +30.
           05  K-CLAIM-LOOKBACK-DAYS   PIC S9(04) COMP VALUE +365.
           05  C-DEFAULT-PLAN-SIZE     PIC S9(04) COMP VALUE +25.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.
       01  W-RANK-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-RANK-EOF                   VALUE 'Y'.

      *****************************************************************
      *              RUN PARAMETERS AND DATES                         *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS672'.
       01  T-RUN-INSP-PLAN-SIZE        PIC S9(04) COMP.
       01  W-PLAN-SIZE                 PIC S9(04) COMP VALUE +0.

       01  W-TODAY-9                   PIC 9(08).
       01  W-TODAY-INT                 PIC S9(08) COMP.
       01  W-CUTOFF-INT                PIC S9(08) COMP.
       01  W-CUTOFF-9                  PIC 9(08).
       01  W-CLAIM-FROM                PIC X(08).
       01  W-PLAN-PERIOD               PIC X(06).
       01  W-HAZARD-YEAR               PIC 9(04).
       01  W-VISIT-DATE                PIC X(08).
       01  W-VISIT-DATE-9 REDEFINES W-VISIT-DATE
                                       PIC 9(08).
       01  W-DAYS-SINCE                PIC S9(08) COMP.

      *****************************************************************
      *              SCORE WORK AREAS                                 *
      *****************************************************************

       01  W-SCORE                     PIC S9(04) COMP.
       01  W-POINTS                    PIC S9(08) COMP.
       01  W-PREV-AREA                 PIC X(04).
       01  W-AREA-RANK                 PIC S9(04) COMP.

      *****************************************************************
      *              COUNTERS                                         *
      *****************************************************************

       01  W-ER-COUNT                  PIC S9(07) COMP-3 VALUE +0.
       01  W-AREA-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-PLANNED-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-NEVER-COUNT               PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-LOC-CODE                  PIC X(03).
       01  T-LOC-IND                   PIC S9(04) COMP.
       01  T-IAR-AREA                  PIC X(04).
       01  T-DLQ-GRADE                 PIC X(01).
       01  T-HZD-SURCHARGE-PCT         PIC S9(03)V99 COMP-3.
       01  T-CLM-COUNT                 PIC S9(09) COMP.
       01  T-RMM-COUNT                 PIC S9(09) COMP.
       01  T-INS-LAST-DATE             PIC X(08).
       01  T-INS-LAST-IND              PIC S9(04) COMP.

       01  T-IPL-AREA                  PIC X(04).
       01  T-IPL-REG-NUM               PIC 9(07).
       01  T-IPL-LOC-CODE              PIC X(03).
       01  T-IPL-SCORE                 PIC S9(04) COMP.
       01  T-IPL-GRADE                 PIC X(01).
       01  T-IPL-HAZARD-PCT            PIC S9(03)V99 COMP-3.
       01  T-IPL-CLAIM-COUNT           PIC S9(04) COMP.
       01  T-IPL-MISMATCH-COUNT        PIC S9(04) COMP.
       01  T-IPL-DAYS-SINCE            PIC S9(08) COMP.
       01  T-IPL-RANK                  PIC S9(04) COMP.

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
           05  FILLER                  PIC X(01).
           05  PRT-DTL-RANK            PIC ZZZ9.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-REG             PIC X(07).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-LOC             PIC X(03).
           05  FILLER                  PIC X(03).
           05  PRT-DTL-SCORE           PIC ZZ9.
           05  FILLER                  PIC X(05).
           05  PRT-DTL-GRADE           PIC X(01).
           05  FILLER                  PIC X(03).
           05  PRT-DTL-HAZARD          PIC ZZ9.99.
           05  FILLER                  PIC X(03).
           05  PRT-DTL-CLAIMS          PIC ZZZ9.
           05  FILLER                  PIC X(03).
           05  PRT-DTL-MISMATCH        PIC ZZZ9.
           05  FILLER                  PIC X(03).
           05  PRT-DTL-DAYS            PIC X(06).
           05  FILLER                  PIC X(18).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-DAYS-DSP                  PIC ZZZZZ9.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   EMPLOYER INSPECTION VISIT PLAN           '.
       01  K-SUMMARY-TITLE             PIC X(44)  VALUE
           '   EMPLOYER INSPECTION VISIT PLAN - SUMMARY '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(07)  VALUE '  RANK '.
           05  FILLER                  PIC X(09)  VALUE ' EMPLOYER'.
           05  FILLER                  PIC X(06)  VALUE '  LOC '.
           05  FILLER                  PIC X(08)  VALUE '  SCORE '.
           05  FILLER                  PIC X(06)  VALUE 'GRADE '.
           05  FILLER                  PIC X(08)  VALUE '  HAZ % '.
           05  FILLER                  PIC X(08)  VALUE ' CLAIMS '.
           05  FILLER                  PIC X(07)  VALUE '  MISM '.
           05  FILLER                  PIC X(11)  VALUE ' DAYS SINCE'.
           05  FILLER                  PIC X(10)  VALUE SPACES.
       01  K-NEVER-VISITED             PIC X(06)  VALUE ' NEVER'.

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-9.
           COMPUTE  W-TODAY-INT  =
               FUNCTION INTEGER-OF-DATE (W-TODAY-9).

           PERFORM B0500-GET-RUN-CONTROL.
           PERFORM B0600-SET-DATES.
           PERFORM B0700-CLEAR-OPEN-PLAN.
           PERFORM B0000-SCORE-EMPLOYERS.
           PERFORM D0000-RANK-AND-PRINT.
           PERFORM E0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  C-DEFAULT-PLAN-SIZE   TO  W-PLAN-SIZE.
           MOVE 'ST_BAT_RUN_CONTROL'   TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_INSP_PLAN_SIZE
                INTO    :T-RUN-INSP-PLAN-SIZE
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-INSP-PLAN-SIZE  GREATER THAN  ZEROES
               MOVE  T-RUN-INSP-PLAN-SIZE  TO  W-PLAN-SIZE
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-SET-DATES                                *
      *****************************************************************
      *    THE PLAN MONTH IS THE RUN MONTH, THE HAZARD YEAR THE RUN   *
      *    YEAR (THE YEAR OBSSS660 STAMPS ITS RATES WITH), AND THE    *
      *    WINDOW THE TWELVE MONTHS BACK FROM TODAY.                  *
      *****************************************************************

       B0600-SET-DATES SECTION.

           MOVE  W-TODAY-9  (1:6)  TO  W-PLAN-PERIOD.
           MOVE  W-TODAY-9  (1:4)  TO  W-HAZARD-YEAR.

           COMPUTE  W-CUTOFF-INT  =
               W-TODAY-INT  -  K-CLAIM-LOOKBACK-DAYS.
           COMPUTE  W-CUTOFF-9    =
               FUNCTION DATE-OF-INTEGER (W-CUTOFF-INT).
           MOVE  W-CUTOFF-9  TO  W-CLAIM-FROM.

       B0600-SET-DATES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0700-CLEAR-OPEN-PLAN                          *
      *****************************************************************
      *    A RERUN IN THE SAME MONTH SCORES AFRESH: THE MONTH'S       *
      *    UNVISITED PLAN ROWS GO, VISITED ONES ('V') STAY AND        *
      *    KEEP THEIR EMPLOYERS OUT OF THIS MONTH'S PLAN.             *
      *****************************************************************

       B0700-CLEAR-OPEN-PLAN SECTION.

           MOVE 'ST_WRK_INSP_PLAN'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_WRK_INSP_PLAN
                WHERE  IPL_PERIOD  =  :W-PLAN-PERIOD
                AND    IPL_STATUS  =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       B0700-CLEAR-OPEN-PLAN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SCORE-EMPLOYERS                          *
      *****************************************************************
      *    THIS SECTION READS EVERY UNBLOCKED EMPLOYER NOT ALREADY    *
      *    VISITED UNDER THIS MONTH'S PLAN, WITH ITS LOCATION CODE    *
      *    FROM ITS '0000' ROW ON THE REGISTRATION MASTER.  THE       *
      *    CURSOR HOLDS ACROSS THE SYNCPOINT TAKEN PER EMPLOYER.      *
      *****************************************************************

       B0000-SCORE-EMPLOYERS SECTION.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE INSP-CURSOR CURSOR WITH HOLD FOR
                SELECT   B.M_BAS_ER_REG_NUM ,
                         E.M_BAS_EE_LOC_CODE
                FROM     ST_MST_EMPLOYER_BASIC  B
                LEFT OUTER JOIN
                         ST_MST_EMPLOYEE_BASIC  E
                ON       E.M_BAS_EE_SSN  =  B.M_BAS_ER_REG_NUM
                WHERE  ( B.M_BAS_ER_BLOCK_CODE  IS NULL
                    OR   B.M_BAS_ER_BLOCK_CODE  =  ' ' )
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_INSP_PLAN  P
                         WHERE   P.IPL_PERIOD   =  :W-PLAN-PERIOD
                         AND     P.IPL_REG_NUM  =  B.M_BAS_ER_REG_NUM)
                ORDER BY B.M_BAS_ER_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN INSP-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-EMPLOYER
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE INSP-CURSOR
           END-EXEC.

       B0000-SCORE-EMPLOYERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-EMPLOYER                           *
      *****************************************************************

       B0100-FETCH-EMPLOYER SECTION.

           EXEC SQL
                FETCH INSP-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-LOC-CODE:T-LOC-IND
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-SCORE-EMPLOYER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-SCORE-EMPLOYER                           *
      *****************************************************************
      *    THIS SECTION GATHERS ONE EMPLOYER'S FIVE RISK FACTORS,     *
      *    TURNS THEM INTO POINTS, AND KEEPS THE SCORE ON THE MONTH'S *
      *    PLAN UNDER ITS INSPECTOR AREA.                             *
      *****************************************************************

       C0000-SCORE-EMPLOYER SECTION.

           ADD   1  TO  W-ER-COUNT.

           IF  T-LOC-IND  IS LESS THAN  ZERO
               MOVE  SPACES  TO  T-LOC-CODE
           END-IF.

           PERFORM C0100-GET-AREA.
           PERFORM C0200-GET-FACTORS.
           PERFORM C0300-COMPUTE-SCORE.
           PERFORM C0400-WRITE-PLAN-ROW.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-SCORE-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-GET-AREA                                 *
      *****************************************************************

       C0100-GET-AREA SECTION.

           MOVE 'ST_MST_INSP_AREA'  TO  W-EIBDS.
           MOVE  T-LOC-CODE         TO  T-IAR-AREA.

           EXEC SQL
                SELECT   IAR_AREA
                INTO    :T-IAR-AREA
                FROM     ST_MST_INSP_AREA
                WHERE    IAR_LOC_CODE  =  :T-LOC-CODE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  T-LOC-CODE  TO  T-IAR-AREA
           ELSE
               NEXT SENTENCE.

       C0100-GET-AREA-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-GET-FACTORS                              *
      *****************************************************************

       C0200-GET-FACTORS SECTION.

           MOVE 'ST_WRK_ER_DELINQ'  TO  W-EIBDS.
           MOVE  SPACE              TO  T-DLQ-GRADE.

           EXEC SQL
                SELECT  DLQ_GRADE
                INTO   :T-DLQ-GRADE
                FROM    ST_WRK_ER_DELINQ
                WHERE   DLQ_REG_NUM  =  :T-ER-REG-NUM
                AND     DLQ_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  SPACE  TO  T-DLQ-GRADE
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_ER_HAZARD'  TO  W-EIBDS.
           MOVE  ZEROES             TO  T-HZD-SURCHARGE-PCT.

           EXEC SQL
                SELECT  HZD_SURCHARGE_PCT
                INTO   :T-HZD-SURCHARGE-PCT
                FROM    ST_MST_ER_HAZARD
                WHERE   HZD_REG_NUM  =  :T-ER-REG-NUM
                AND     HZD_YEAR     =  :W-HAZARD-YEAR
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  ZEROES  TO  T-HZD-SURCHARGE-PCT
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_INJ_CLAIM'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-CLM-COUNT
                FROM    ST_WRK_INJ_CLAIM
                WHERE   CLM_REG_NUM    =  :T-ER-REG-NUM
                AND     CLM_INJ_DATE  >=  :W-CLAIM-FROM
                AND     CLM_STATUS    <>  'J'
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_ROSTER_MISMATCH'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COUNT(*)
                INTO   :T-RMM-COUNT
                FROM    ST_WRK_ROSTER_MISMATCH
                WHERE   RMM_REG_NUM  =  :T-ER-REG-NUM
                AND     RMM_STATUS   =  ' '
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_WRK_ER_INSPECTION'  TO  W-EIBDS.

           EXEC SQL
                SELECT  MAX (INS_VISIT_DATE)
                INTO   :T-INS-LAST-DATE:T-INS-LAST-IND
                FROM    ST_WRK_ER_INSPECTION
                WHERE   INS_REG_NUM  =  :T-ER-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-INS-LAST-IND  IS LESS THAN  ZERO
               MOVE  SPACES  TO  T-INS-LAST-DATE
           ELSE
               NEXT SENTENCE.

       C0200-GET-FACTORS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-COMPUTE-SCORE                            *
      *****************************************************************

       C0300-COMPUTE-SCORE SECTION.

           MOVE  ZERO  TO  W-SCORE.

           IF  T-DLQ-GRADE  EQUAL TO  'A'
               ADD  K-GRADE-A-POINTS  TO  W-SCORE
           ELSE
           IF  T-DLQ-GRADE  EQUAL TO  'B'
               ADD  K-GRADE-B-POINTS  TO  W-SCORE
           ELSE
           IF  T-DLQ-GRADE  EQUAL TO  'C'
               ADD  K-GRADE-C-POINTS  TO  W-SCORE.

           COMPUTE  W-POINTS  =  T-HZD-SURCHARGE-PCT.
           IF  W-POINTS  GREATER THAN  K-HAZARD-MAX-POINTS
               MOVE  K-HAZARD-MAX-POINTS  TO  W-POINTS
           END-IF.
           ADD   W-POINTS  TO  W-SCORE.

           COMPUTE  W-POINTS  =  T-CLM-COUNT  *  K-CLAIM-POINTS.
           IF  W-POINTS  GREATER THAN  K-CLAIM-MAX-POINTS
               MOVE  K-CLAIM-MAX-POINTS  TO  W-POINTS
           END-IF.
           ADD   W-POINTS  TO  W-SCORE.

           COMPUTE  W-POINTS  =  T-RMM-COUNT  *  K-MISMATCH-POINTS.
           IF  W-POINTS  GREATER THAN  K-MISMATCH-MAX-POINTS
               MOVE  K-MISMATCH-MAX-POINTS  TO  W-POINTS
           END-IF.
           ADD   W-POINTS  TO  W-SCORE.

           MOVE  T-INS-LAST-DATE  TO  W-VISIT-DATE.

           IF  W-VISIT-DATE  IS NUMERIC  AND
               W-VISIT-DATE-9  GREATER THAN  ZERO
               COMPUTE  W-DAYS-SINCE  =  W-TODAY-INT  -
                   FUNCTION INTEGER-OF-DATE (W-VISIT-DATE-9)
               COMPUTE  W-POINTS  =
                   W-DAYS-SINCE  /  K-VISIT-DAYS-PER-POINT
               IF  W-POINTS  GREATER THAN  K-VISIT-MAX-POINTS
                   MOVE  K-VISIT-MAX-POINTS  TO  W-POINTS
               END-IF
           ELSE
               MOVE  -1                  TO  W-DAYS-SINCE
               MOVE  K-VISIT-MAX-POINTS  TO  W-POINTS
               ADD   1                   TO  W-NEVER-COUNT
           END-IF.
           ADD   W-POINTS  TO  W-SCORE.

       C0300-COMPUTE-SCORE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-WRITE-PLAN-ROW                           *
      *****************************************************************
      *    THE ROW CARRIES EACH FACTOR AS WELL AS THE SCORE, SO THE   *
      *    INSPECTOR CAN SEE WHY AN EMPLOYER IS ON THE PLAN.  THE     *
      *    RANK IS SET BY D0000 ONCE EVERY EMPLOYER IS SCORED.        *
      *****************************************************************

       C0400-WRITE-PLAN-ROW SECTION.

           MOVE 'ST_WRK_INSP_PLAN'     TO  W-EIBDS.
           MOVE  T-IAR-AREA            TO  T-IPL-AREA.
           MOVE  T-ER-REG-NUM          TO  T-IPL-REG-NUM.
           MOVE  T-LOC-CODE            TO  T-IPL-LOC-CODE.
           MOVE  W-SCORE               TO  T-IPL-SCORE.
           MOVE  T-DLQ-GRADE           TO  T-IPL-GRADE.
           MOVE  T-HZD-SURCHARGE-PCT   TO  T-IPL-HAZARD-PCT.
           MOVE  T-CLM-COUNT           TO  T-IPL-CLAIM-COUNT.
           MOVE  T-RMM-COUNT           TO  T-IPL-MISMATCH-COUNT.
           MOVE  W-DAYS-SINCE          TO  T-IPL-DAYS-SINCE.

           EXEC SQL
                INSERT INTO ST_WRK_INSP_PLAN
                     (IPL_PERIOD,         IPL_AREA,
                      IPL_REG_NUM,        IPL_LOC_CODE,
                      IPL_SCORE,          IPL_GRADE,
                      IPL_HAZARD_PCT,     IPL_CLAIM_COUNT,
                      IPL_MISMATCH_COUNT, IPL_DAYS_SINCE,
                      IPL_RANK,           IPL_STATUS)
                VALUES
                     (:W-PLAN-PERIOD,        :T-IPL-AREA,
                      :T-IPL-REG-NUM,        :T-IPL-LOC-CODE,
                      :T-IPL-SCORE,          :T-IPL-GRADE,
                      :T-IPL-HAZARD-PCT,     :T-IPL-CLAIM-COUNT,
                      :T-IPL-MISMATCH-COUNT, :T-IPL-DAYS-SINCE,
                      0,                     ' ')
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0400-WRITE-PLAN-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-RANK-AND-PRINT                           *
      *****************************************************************
      *    THIS SECTION READS THE MONTH'S UNVISITED ROWS BY AREA,     *
      *    HIGHEST SCORE FIRST (THE LONGEST-UNVISITED FIRST ON A      *
      *    TIE), RANKS THEM WITHIN THE AREA AND PRINTS THE TOP OF     *
      *    EACH AREA AS ITS VISIT PLAN, A PAGE PER AREA.              *
      *****************************************************************

       D0000-RANK-AND-PRINT SECTION.

           MOVE 'ST_WRK_INSP_PLAN'  TO  W-EIBDS.
           MOVE  HIGH-VALUES        TO  W-PREV-AREA.
           MOVE  ZERO               TO  W-AREA-RANK.

           EXEC SQL
                DECLARE RANK-CURSOR CURSOR WITH HOLD FOR
                SELECT   IPL_AREA ,
                         IPL_REG_NUM ,
                         IPL_LOC_CODE ,
                         IPL_SCORE ,
                         IPL_GRADE ,
                         IPL_HAZARD_PCT ,
                         IPL_CLAIM_COUNT ,
                         IPL_MISMATCH_COUNT ,
                         IPL_DAYS_SINCE
                FROM     ST_WRK_INSP_PLAN
                WHERE    IPL_PERIOD  =  :W-PLAN-PERIOD
                AND      IPL_STATUS  =  ' '
                ORDER BY IPL_AREA ,
                         IPL_SCORE  DESC ,
                         IPL_DAYS_SINCE  DESC ,
                         IPL_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN RANK-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM D0100-FETCH-PLAN-ROW
               UNTIL  W-RANK-EOF.

           EXEC SQL
                CLOSE RANK-CURSOR
           END-EXEC.

       D0000-RANK-AND-PRINT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-PLAN-ROW                           *
      *****************************************************************

       D0100-FETCH-PLAN-ROW SECTION.

           EXEC SQL
                FETCH RANK-CURSOR
                INTO  :T-IPL-AREA ,
                      :T-IPL-REG-NUM ,
                      :T-IPL-LOC-CODE ,
                      :T-IPL-SCORE ,
                      :T-IPL-GRADE ,
                      :T-IPL-HAZARD-PCT ,
                      :T-IPL-CLAIM-COUNT ,
                      :T-IPL-MISMATCH-COUNT ,
                      :T-IPL-DAYS-SINCE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-RANK-EOF-SW
               GO TO D0100-FETCH-PLAN-ROW-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-RANK-EOF-SW
               GO TO D0100-FETCH-PLAN-ROW-EXIT
           END-IF.

           IF  T-IPL-AREA  NOT EQUAL TO  W-PREV-AREA
               MOVE  T-IPL-AREA  TO  W-PREV-AREA
               MOVE  ZERO        TO  W-AREA-RANK
               ADD   1           TO  W-AREA-COUNT
               PERFORM D0200-PRINT-AREA-HEADING
           END-IF.

           ADD   1             TO  W-AREA-RANK.
           MOVE  W-AREA-RANK   TO  T-IPL-RANK.

           EXEC SQL
                UPDATE  ST_WRK_INSP_PLAN
                SET     IPL_RANK     =  :T-IPL-RANK
                WHERE   IPL_PERIOD   =  :W-PLAN-PERIOD
                AND     IPL_REG_NUM  =  :T-IPL-REG-NUM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  W-AREA-RANK  NOT GREATER THAN  W-PLAN-SIZE
               ADD   1  TO  W-PLANNED-COUNT
               PERFORM D0300-PRINT-PLAN-LINE
           END-IF.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       D0100-FETCH-PLAN-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-PRINT-AREA-HEADING                       *
      *****************************************************************

       D0200-PRINT-AREA-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PLAN MONTH (YYYYMM)       :'  TO  PRT-CAPTION.
           MOVE  W-PLAN-PERIOD                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'INSPECTOR AREA            :'  TO  PRT-CAPTION.
           MOVE  T-IPL-AREA                    TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0200-PRINT-AREA-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0300-PRINT-PLAN-LINE                          *
      *****************************************************************

       D0300-PRINT-PLAN-LINE SECTION.

           MOVE ' '                   TO  PRT-LINE-CC.
           MOVE  SPACES               TO  PRT-LINE-TEXT.
           MOVE  T-IPL-RANK           TO  PRT-DTL-RANK.
           MOVE  T-IPL-REG-NUM        TO  PRT-DTL-REG.
           MOVE  T-IPL-LOC-CODE       TO  PRT-DTL-LOC.
           MOVE  T-IPL-SCORE          TO  PRT-DTL-SCORE.
           MOVE  T-IPL-GRADE          TO  PRT-DTL-GRADE.
           MOVE  T-IPL-HAZARD-PCT     TO  PRT-DTL-HAZARD.
           MOVE  T-IPL-CLAIM-COUNT    TO  PRT-DTL-CLAIMS.
           MOVE  T-IPL-MISMATCH-COUNT TO  PRT-DTL-MISMATCH.

           IF  T-IPL-DAYS-SINCE  LESS THAN  ZERO
               MOVE  K-NEVER-VISITED  TO  PRT-DTL-DAYS
           ELSE
               MOVE  T-IPL-DAYS-SINCE TO  W-DAYS-DSP
               MOVE  W-DAYS-DSP       TO  PRT-DTL-DAYS
           END-IF.

           PERFORM S0100-WRITE-PRINT-LINE.

       D0300-PRINT-PLAN-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-PRINT-SUMMARY                            *
      *****************************************************************

       E0000-PRINT-SUMMARY SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-SUMMARY-TITLE    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PLAN MONTH (YYYYMM)       :'  TO  PRT-CAPTION.
           MOVE  W-PLAN-PERIOD                 TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYERS SCORED          :'  TO  PRT-CAPTION.
           MOVE  W-ER-COUNT                    TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'NEVER INSPECTED           :'  TO  PRT-CAPTION.
           MOVE  W-NEVER-COUNT                 TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'INSPECTOR AREAS           :'  TO  PRT-CAPTION.
           MOVE  W-AREA-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'VISITS PLANNED            :'  TO  PRT-CAPTION.
           MOVE  W-PLANNED-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       E0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('INSPRT  ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'INSPRT  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-LINE-SEQ        TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PRT-LINE-REC        TO  W-RPL-REC-LEN
98304      MOVE  PRT-LINE-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

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

98303      MOVE 'OBSSS672'  TO  X684-PROGRAM.
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
               MOVE T-ER-REG-NUM         TO  ORSS0400-SSN
               MOVE '1672'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
