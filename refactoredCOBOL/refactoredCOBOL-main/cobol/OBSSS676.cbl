       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      MONTH-END CONTRIBUTION ACCRUAL ROUTINE OBSSS676          *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS676.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS676 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTH-END BATCH UTILITY, LINKED TO   *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS647     *
      *                IS, THAT BRINGS INTO THE MONTH THE             *
      *                CONTRIBUTIONS EARNED BUT NOT YET BILLED, SO    *
      *                THE MANAGEMENT PACK NO LONGER SHOWS INCOME     *
      *                ONE MONTH IN ARREARS.  THE PERIOD IS           *
      *                RUN_ACR_PERIOD ON THE PROGRAM'S                *
      *                ST_BAT_RUN_CONTROL ROW (DEFAULT: THE MONTH     *
      *                JUST ENDED):                                   *
      *                                                               *
      *                - AN UNBILLED EMPLOYER IS AN UNBLOCKED         *
      *                  EMPLOYER WITH A LIVE ROSTER (THE OBSSS667    *
      *                  TEST) AND NO ST_WRK_CONTRIB_BILL ROW FOR     *
      *                  THE PERIOD, DECLARED OR PROVISIONAL.         *
      *                - THE ESTIMATE IS THE WAGE BILL OF THE         *
      *                  EMPLOYER'S LAST DECLARED PERIOD, PRICED AT   *
      *                  THE ST_MST_CONTRIB_RATE ROW AND THE          *
      *                  ST_MST_ER_HAZARD SURCHARGE IN EFFECT FOR     *
      *                  THE PERIOD, EXACTLY AS OBSSS667 PRICES A     *
      *                  NON-FILER.  NO DECLARATION, NO ACCRUAL.      *
      *                - THE BALANCED PAIR -- DEBIT ACCRUED           *
      *                  CONTRIBUTIONS RECEIVABLE, CREDIT ACCRUED     *
      *                  CONTRIBUTION INCOME (RUN_ACR_RECV_ACCT AND   *
      *                  RUN_ACR_INC_ACCT) -- POSTS THROUGH THE       *
      *                  OBSSS627 SERVICE DATED THE LAST DAY OF THE   *
      *                  PERIOD, BOTH LEGS UNDER THE '0000'           *
      *                  EMPLOYER-SSN CONVENTION.                     *
      *                - EACH ACCRUAL IS KEPT ON THE                  *
      *                  ST_WRK_CONTRIB_ACCRUAL SCHEDULE BY EMPLOYER  *
      *                  AND SECTOR (M_BAS_ER_SECTOR_CODE, '***'      *
      *                  WHEN BLANK), OPEN ('A'), WITH ITS REVERSAL   *
      *                  DATE: THE FIRST BUSINESS DAY OF THE NEXT     *
      *                  PERIOD, FROM THE OBSSS674 CALENDAR.          *
      *                - EVERY RUN THEN REVERSES EACH OPEN ACCRUAL    *
      *                  WHOSE REVERSAL DATE HAS COME, WITH THE       *
      *                  OPPOSITE PAIR DATED THAT DAY, AND MARKS IT   *
      *                  REVERSED ('R').  THE REAL BILL, WHEN IT      *
      *                  ARRIVES, IS POSTED BY OBSSS630 AS USUAL.     *
      *                  A REFUSED REVERSAL STAYS OPEN FOR THE NEXT   *
      *                  RUN.                                         *
      *                - AN EMPLOYER ALREADY ON THE SCHEDULE FOR THE  *
      *                  PERIOD IS NOT TOUCHED, SO A RERUN ACCRUES    *
      *                  ONLY WHAT IS MISSING.                        *
      *                - THE ACRLPRT SCHEDULE LISTS THE PERIOD'S      *
      *                  ACCRUALS BY EMPLOYER WITHIN SECTOR, WITH     *
      *                  SECTOR SUBTOTALS AND THE RUN TOTALS, AND IS  *
      *                  THE WORKING PAPER BEHIND THE ACCRUAL LINE    *
      *                  OF THE OBSSS647 PACK.                        *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EE_EMPLOYMENT  (DB2 MASTER TABLE)   *
      *                    ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
      *                    ST_WRK_CONTRIB_ACCRUAL (DB2 SCHEDULE)      *
      *                    ST_MST_CONTRIB_RATE   (DB2 RATE TABLE)     *
      *                    ST_MST_ER_HAZARD      (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - A BALANCED POSTING PAIR THROUGH OBSSS627 AND A    *
      *             ST_WRK_CONTRIB_ACCRUAL ROW PER UNBILLED           *
      *             EMPLOYER; THE OPPOSITE PAIR FOR EACH ACCRUAL      *
      *             REVERSED; THE ACRLPRT SCHEDULE.                   *
      *                                                               *
      *    TABLES - W-SECTOR-TABLE (SECTOR TOTALS FOR THE SCHEDULE).  *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE          *
      *                     SCHEDULE IS PRINTED.                      *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-675. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98295 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS676'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-ACR-TRAN-CODE         PIC X(04)  VALUE 'ACRL'.
           05  K-REV-TRAN-CODE         PIC X(04)  VALUE 'ACRV'.
           05  K-ACR-SOURCE            PIC X(02)  VALUE 'AC'.
           05  K-ACR-TERM              PIC X(04)  VALUE 'BTCH'.
           05  K-ACR-DEPT              PIC X(02)  VALUE 'CO'.
           05  K-ACR-CLERK             PIC X(03)  VALUE 'ACR'.
           05  C-MAX-SECTORS           PIC S9(04) COMP VALUE +99.
           05  K-NO-SECTOR             PIC X(03)  VALUE '***'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.
       01  W-REV-EOF-SW                PIC X(01)  VALUE 'N'.
           88  W-REV-EOF                    VALUE 'Y'.
       01  W-SCHED-EOF-SW              PIC X(01)  VALUE 'N'.
           88  W-SCHED-EOF                  VALUE 'Y'.
       01  W-CONTROL-SW                PIC X(01)  VALUE 'N'.
           88  W-CONTROL-FOUND              VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL / ACCRUAL PERIOD                     *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS676'.
       01  T-RUN-ACR-PERIOD            PIC X(06).
       01  T-RUN-ACR-RECV-ACCT         PIC 9(11).
       01  T-RUN-ACR-INC-ACCT          PIC 9(11).
       01  W-ACR-PERIOD                PIC X(06).
       01  W-PERIOD-BUILD.
           05  W-PB-YYYY               PIC 9(04).
           05  W-PB-MM                 PIC 9(02).
       01  W-TODAY-DATE                PIC X(08).

       01  W-NEXT-START-WORK.
           05  W-NS-YYYY               PIC 9(04).
           05  W-NS-MM                 PIC 9(02).
           05  W-NS-DD                 PIC X(02)  VALUE '01'.
       01  W-NEXT-START-9 REDEFINES W-NEXT-START-WORK
                                       PIC 9(08).
       01  W-NEXT-START-X REDEFINES W-NEXT-START-WORK
                                       PIC X(08).
       01  W-ACCRUE-DATE-9             PIC 9(08).
       01  W-ACCRUE-DATE-X REDEFINES W-ACCRUE-DATE-9
                                       PIC X(08).
       01  W-REVERSE-DATE              PIC X(08).

      *****************************************************************
      *              ACCRUAL AND POSTING FIELDS                       *
      *****************************************************************

       01  W-WAGE-AMT                  PIC S9(12)V999 COMP-3.
       01  W-CONTRIB-AMT               PIC S9(12)V999 COMP-3.
       01  W-POST-AMT                  PIC S9(12)V999 COMP-3.
       01  W-POST-DATE                 PIC X(08).
       01  W-POST-TRAN                 PIC X(04).
       01  W-POST-PERIOD               PIC X(06).
       01  W-LEG1-LEAD                 PIC S9(07) COMP-3.
       01  W-LEG2-RC                   PIC S9(08) COMP.
       01  W-ACCRUE-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-NO-BASIS-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-REJECT-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-REVERSE-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-REV-REJECT-COUNT          PIC S9(07) COMP-3 VALUE +0.
       01  W-ACCRUE-TOTAL              PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-REVERSE-TOTAL             PIC S9(13)V999 COMP-3 VALUE +0.

      *****************************************************************
      *              SECTOR TOTALS                                    *
      *****************************************************************

       01  W-SECTOR-COUNT              PIC S9(04) COMP VALUE +0.
       01  W-SECTOR-SUB                PIC S9(04) COMP VALUE +0.
       01  W-SECTOR-TABLE.
           05  W-SECTOR-ENTRY          OCCURS 99 TIMES.
               10  W-SECT-CODE         PIC X(03).
               10  W-SECT-ER-COUNT     PIC S9(07)     COMP-3.
               10  W-SECT-WAGE         PIC S9(13)V999 COMP-3.
               10  W-SECT-ACCRUED      PIC S9(13)V999 COMP-3.

       01  W-PREV-SECTOR               PIC X(03).
       01  W-SCHED-WAGE                PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-SCHED-ACCRUED             PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-SCHED-COUNT               PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07)  VALUE ZEROES.
       01  T-ER-SECTOR                 PIC X(03).
       01  T-LAST-PERIOD               PIC X(06).
       01  T-LAST-PERIOD-IND           PIC S9(04) COMP.

       01  T-CTR-PERIOD                PIC X(06).
       01  T-CTR-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-CTR-EE-RATE               PIC S9(03)V9(04) COMP-3.

       01  T-HZD-SURCHARGE-PCT         PIC S9(03)V99 COMP-3.
       01  T-HZD-YEAR                  PIC 9(04).

       01  T-ACR-PERIOD                PIC X(06).
       01  T-ACR-WAGE                  PIC S9(12)V999 COMP-3.
       01  T-ACR-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-ACR-STATUS                PIC X(01).
       01  T-ACR-REV-DATE              PIC X(08).

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
      *        OBSSS674 CALENDAR SERVICE COMMAREA                     *
      *****************************************************************

       01  X674-CALENDAR-AREA.
           COPY OBC674CA.

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
           05  PRT-DTL-REG             PIC X(07).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-SECTOR          PIC X(03).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-BASIS           PIC X(06).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-WAGE            PIC Z(08)9.999-.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-ACCRUED         PIC Z(08)9.999-.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-STATUS          PIC X(01).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-REV-DATE        PIC X(08).
           05  FILLER                  PIC X(17).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   UNBILLED CONTRIBUTION ACCRUAL SCHEDULE   '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(13)  VALUE
               ' EMPLYR   SEC'.
           05  FILLER                  PIC X(08)  VALUE '  BASIS '.
           05  FILLER                  PIC X(15)  VALUE
               '     BASIS WAGE'.
           05  FILLER                  PIC X(15)  VALUE
               '        ACCRUED'.
           05  FILLER                  PIC X(12)  VALUE
               '  S REVERSAL'.
           05  FILLER                  PIC X(17)  VALUE SPACES.
       01  K-NO-CONTROL-MSG            PIC X(44)  VALUE
           '   NO ACCRUAL ACCOUNTS ON THE RUN CONTROL.  '.

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

           PERFORM B0500-GET-RUN-CONTROL.

           IF  NOT W-CONTROL-FOUND
               PERFORM D0500-PRINT-NOTHING
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0600-SET-PERIOD-DATES.
           PERFORM B0000-SWEEP-UNBILLED.
           PERFORM E0000-SWEEP-REVERSALS.
           PERFORM D0000-PRINT-SCHEDULE.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THE PERIOD DEFAULTS TO THE MONTH BEFORE TODAY; A           *
      *    RUN_ACR_PERIOD ON THE PROGRAM'S ROW OVERRIDES IT.  THE     *
      *    TWO ACCRUAL ACCOUNTS ON THE SAME ROW ARE MANDATORY --      *
      *    WITHOUT THEM NEITHER THE ACCRUALS NOR THE REVERSALS CAN    *
      *    BE POSTED AND THE RUN PRINTS ONLY THE REASON.              *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  W-TODAY-DATE (1:4)  TO  W-PB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-PB-MM.

           IF  W-PB-MM  EQUAL TO  1
               MOVE  12  TO  W-PB-MM
               SUBTRACT  1  FROM  W-PB-YYYY
           ELSE
               SUBTRACT  1  FROM  W-PB-MM.

           MOVE  W-PERIOD-BUILD  TO  W-ACR-PERIOD.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_ACR_PERIOD ,
                         RUN_ACR_RECV_ACCT ,
                         RUN_ACR_INC_ACCT
                INTO    :T-RUN-ACR-PERIOD ,
                        :T-RUN-ACR-RECV-ACCT ,
                        :T-RUN-ACR-INC-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-RUN-ACR-RECV-ACCT  EQUAL TO  ZEROES  OR
               T-RUN-ACR-INC-ACCT   EQUAL TO  ZEROES
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           MOVE 'Y'  TO  W-CONTROL-SW.

           IF  T-RUN-ACR-PERIOD  IS NUMERIC  AND
               T-RUN-ACR-PERIOD  GREATER THAN  ZEROES
               MOVE  T-RUN-ACR-PERIOD  TO  W-ACR-PERIOD
           ELSE
               NEXT SENTENCE.

           MOVE  W-ACR-PERIOD         TO  T-CTR-PERIOD.
           MOVE  W-ACR-PERIOD (1:4)   TO  T-HZD-YEAR.

           PERFORM B0550-GET-CONTRIB-RATE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0550-GET-CONTRIB-RATE                         *
      *****************************************************************
      *    THE RATE ROW IN EFFECT FOR THE PERIOD, PICKED THE WAY      *
      *    OBSSS630 PICKS IT.  NO RATE, NO ACCRUALS -- THE            *
      *    REVERSALS STILL RUN.                                       *
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
      *                B0600-SET-PERIOD-DATES                         *
      *****************************************************************
      *    THE ACCRUAL IS DATED THE LAST DAY OF THE PERIOD.  ITS      *
      *    REVERSAL IS DATED THE FIRST BUSINESS DAY OF THE NEXT       *
      *    PERIOD, ROLLED FROM THE 1ST BY OBSSS674; SHOULD THE        *
      *    SERVICE FAIL THE 1ST ITSELF IS USED.                       *
      *****************************************************************

       B0600-SET-PERIOD-DATES SECTION.

           MOVE  W-ACR-PERIOD (1:4)  TO  W-NS-YYYY.
           MOVE  W-ACR-PERIOD (5:2)  TO  W-NS-MM.

           IF  W-NS-MM  EQUAL TO  12
               MOVE  1  TO  W-NS-MM
               ADD   1  TO  W-NS-YYYY
           ELSE
               ADD   1  TO  W-NS-MM.

           COMPUTE  W-ACCRUE-DATE-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-NEXT-START-9)  -  1).

           MOVE 'N'             TO  X674-FUNCTION.
           MOVE  W-NEXT-START-X TO  X674-DATE-IN.

           EXEC CICS LINK
                PROGRAM  ('OBSSS674')
                COMMAREA (X674-CALENDAR-AREA)
                LENGTH   (LENGTH OF X674-CALENDAR-AREA)
           END-EXEC.

           IF  X674-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE  X674-DATE-OUT   TO  W-REVERSE-DATE
           ELSE
               MOVE  W-NEXT-START-X  TO  W-REVERSE-DATE.

       B0600-SET-PERIOD-DATES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-UNBILLED                           *
      *****************************************************************
      *    THIS SECTION READS EVERY UNBLOCKED EMPLOYER WITH A LIVE    *
      *    ROSTER, NO REGISTER ROW FOR THE PERIOD AND NO SCHEDULE     *
      *    ROW FOR IT EITHER.  THE CURSOR HOLDS ACROSS THE            *
      *    SYNCPOINT TAKEN AFTER EACH ACCRUAL.                        *
      *****************************************************************

       B0000-SWEEP-UNBILLED SECTION.

           IF  W-ER-EOF
               GO TO B0000-SWEEP-UNBILLED-EXIT
           END-IF.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE UBER-CURSOR CURSOR WITH HOLD FOR
                SELECT   R.M_BAS_ER_REG_NUM ,
                         COALESCE (R.M_BAS_ER_SECTOR_CODE , '***')
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
                         AND     B.CBL_PERIOD   =  :W-ACR-PERIOD)
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CONTRIB_ACCRUAL A
                         WHERE   A.ACR_REG_NUM  =  R.M_BAS_ER_REG_NUM
                         AND     A.ACR_PERIOD   =  :W-ACR-PERIOD)
                ORDER BY R.M_BAS_ER_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN UBER-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-UNBILLED
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE UBER-CURSOR
           END-EXEC.

       B0000-SWEEP-UNBILLED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-UNBILLED                           *
      *****************************************************************

       B0100-FETCH-UNBILLED SECTION.

           EXEC SQL
                FETCH UBER-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-ER-SECTOR
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-ACCRUE-EMPLOYER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-UNBILLED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-ACCRUE-EMPLOYER                          *
      *****************************************************************
      *    THIS SECTION ACCRUES ONE EMPLOYER: PRICE THE LAST          *
      *    DECLARED WAGE BILL, POST THE PAIR, WRITE THE SCHEDULE      *
      *    ROW, COMMIT.  A REJECTED POSTING LEAVES NOTHING BEHIND,    *
      *    SO A RERUN CAN TRY AGAIN.                                  *
      *****************************************************************

       C0000-ACCRUE-EMPLOYER SECTION.

           IF  T-ER-SECTOR  EQUAL TO  SPACES
               MOVE  K-NO-SECTOR  TO  T-ER-SECTOR
           END-IF.

           PERFORM C0100-PRICE-LAST-WAGE-BILL.

           IF  W-CONTRIB-AMT  NOT GREATER THAN  ZEROES
               ADD  1  TO  W-NO-BASIS-COUNT
               GO TO C0000-ACCRUE-EMPLOYER-EXIT
           END-IF.

           MOVE  W-CONTRIB-AMT     TO  W-POST-AMT.
           MOVE  W-ACCRUE-DATE-X   TO  W-POST-DATE.
           MOVE  K-ACR-TRAN-CODE   TO  W-POST-TRAN.
           MOVE  W-ACR-PERIOD      TO  W-POST-PERIOD.

           PERFORM C0200-POST-ACCRUAL-PAIR.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               ADD  1  TO  W-REJECT-COUNT
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               GO TO C0000-ACCRUE-EMPLOYER-EXIT
           END-IF.

           PERFORM C0400-WRITE-SCHEDULE-ROW.

           ADD  1              TO  W-ACCRUE-COUNT.
           ADD  W-CONTRIB-AMT  TO  W-ACCRUE-TOTAL.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-ACCRUE-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-PRICE-LAST-WAGE-BILL                     *
      *****************************************************************
      *    THE BASIS IS THE WAGE BILL OF THE LATEST EARLIER PERIOD    *
      *    THE EMPLOYER ACTUALLY DECLARED (A PROVISIONAL ROW IS NOT   *
      *    A DECLARATION), PRICED AT THE PERIOD'S RATE PLUS THE       *
      *    EMPLOYER'S HAZARD SURCHARGE FOR THAT YEAR -- THE OBSSS667  *
      *    ESTIMATE.                                                  *
      *****************************************************************

       C0100-PRICE-LAST-WAGE-BILL SECTION.

           MOVE  ZEROES  TO  W-WAGE-AMT  W-CONTRIB-AMT.
           MOVE  SPACES  TO  T-LAST-PERIOD.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (CBL_PERIOD)
                INTO    :T-LAST-PERIOD:T-LAST-PERIOD-IND
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_REG_NUM      =  :T-ER-REG-NUM
                AND      CBL_PERIOD       <  :W-ACR-PERIOD
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
      *                C0200-POST-ACCRUAL-PAIR                        *
      *****************************************************************
      *    ONE BALANCED PAIR UNDER THE EMPLOYER KEY: W-POST-AMT TO    *
      *    THE ACCRUED RECEIVABLE, ITS NEGATIVE TO ACCRUED INCOME,    *
      *    DATED W-POST-DATE.  THE ACCRUAL PASSES A POSITIVE AMOUNT,  *
      *    THE REVERSAL A NEGATIVE ONE.  BOTH LEGS SKIP THE APPROVAL  *
      *    THRESHOLD, AND A REFUSED SECOND LEG BACKS THE FIRST OUT    *
      *    THROUGH C0250, AS OBSSS630 DOES.                           *
      *****************************************************************

       C0200-POST-ACCRUAL-PAIR SECTION.

           MOVE  T-ER-REG-NUM        TO  W-ER-SSN-REG.
           MOVE  W-ER-SSN-KEY-9      TO  X627-SSN.
           MOVE  T-RUN-ACR-RECV-ACCT TO  X627-ACCT-CDE.
           MOVE  W-POST-AMT          TO  X627-AMOUNT.
           MOVE  W-POST-DATE         TO  X627-EFF-DATE.
           MOVE  W-POST-TRAN         TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE  W-POST-PERIOD       TO  X627-REF-NUM (1:6).
           MOVE  K-ACR-SOURCE        TO  X627-SOURCE.
           MOVE  K-ACR-DEPT          TO  X627-DEPT.
           MOVE  K-ACR-CLERK         TO  X627-CLERK.
           MOVE  K-ACR-TERM          TO  X627-TERM.
           MOVE  ZEROES              TO  X627-LINK-COUNT.
           MOVE 'Y'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               GO TO C0200-POST-ACCRUAL-PAIR-EXIT
           END-IF.

           MOVE  X627-LEAD-COUNT     TO  W-LEG1-LEAD.

           MOVE  W-ER-SSN-KEY-9      TO  X627-SSN.
           MOVE  T-RUN-ACR-INC-ACCT  TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - W-POST-AMT.
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

       C0200-POST-ACCRUAL-PAIR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-REVERSE-FIRST-LEG                        *
      *****************************************************************

       C0250-REVERSE-FIRST-LEG SECTION.

           MOVE  W-ER-SSN-KEY-9       TO  X627-SSN.
           MOVE  T-RUN-ACR-RECV-ACCT  TO  X627-ACCT-CDE.
           COMPUTE  X627-AMOUNT  =  ZERO - W-POST-AMT.
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
      *                C0400-WRITE-SCHEDULE-ROW                       *
      *****************************************************************
      *    ONE OPEN ('A') SCHEDULE ROW PER EMPLOYER AND PERIOD,       *
      *    CARRYING THE SECTOR, THE BASIS IT WAS PRICED ON AND THE    *
      *    DAY IT IS DUE TO BE REVERSED.                              *
      *****************************************************************

       C0400-WRITE-SCHEDULE-ROW SECTION.

           MOVE 'ST_WRK_CONTRIB_ACCRUAL'  TO  W-EIBDS.
           MOVE  W-WAGE-AMT               TO  T-ACR-WAGE.
           MOVE  W-CONTRIB-AMT            TO  T-ACR-AMOUNT.

           EXEC SQL
                INSERT INTO ST_WRK_CONTRIB_ACCRUAL
                     (ACR_REG_NUM,      ACR_PERIOD,
                      ACR_SECTOR,       ACR_BASIS_PERIOD,
                      ACR_WAGE,         ACR_AMOUNT,
                      ACR_STATUS,       ACR_ACCRUE_DATE,
                      ACR_REV_DATE,     ACR_POST_DATE)
                VALUES
                     (:T-ER-REG-NUM,    :W-ACR-PERIOD,
                      :T-ER-SECTOR,     :T-LAST-PERIOD,
                      :T-ACR-WAGE,      :T-ACR-AMOUNT,
                      'A',              :W-ACCRUE-DATE-X,
                      :W-REVERSE-DATE,  :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0400-WRITE-SCHEDULE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-SWEEP-REVERSALS                          *
      *****************************************************************
      *    THIS SECTION READS EVERY OPEN SCHEDULE ROW WHOSE REVERSAL  *
      *    DATE HAS COME -- THIS RUN'S OWN ACCRUALS INCLUDED WHEN     *
      *    THE RUN IS ALREADY PAST THAT DAY -- AND REVERSES IT.       *
      *****************************************************************

       E0000-SWEEP-REVERSALS SECTION.

           MOVE 'ST_WRK_CONTRIB_ACCRUAL'  TO  W-EIBDS.

           EXEC SQL
                DECLARE ACRV-CURSOR CURSOR WITH HOLD FOR
                SELECT   ACR_REG_NUM ,
                         ACR_PERIOD ,
                         ACR_AMOUNT ,
                         ACR_REV_DATE
                FROM     ST_WRK_CONTRIB_ACCRUAL
                WHERE    ACR_STATUS    =  'A'
                AND      ACR_REV_DATE  <=  :W-TODAY-DATE
                ORDER BY ACR_PERIOD , ACR_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN ACRV-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM E0100-FETCH-REVERSAL
               UNTIL  W-REV-EOF.

           EXEC SQL
                CLOSE ACRV-CURSOR
           END-EXEC.

       E0000-SWEEP-REVERSALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0100-FETCH-REVERSAL                           *
      *****************************************************************

       E0100-FETCH-REVERSAL SECTION.

           EXEC SQL
                FETCH ACRV-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-ACR-PERIOD ,
                      :T-ACR-AMOUNT ,
                      :T-ACR-REV-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-REV-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM E0200-REVERSE-ACCRUAL
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-REV-EOF-SW.

       E0100-FETCH-REVERSAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0200-REVERSE-ACCRUAL                          *
      *****************************************************************
      *    THE OPPOSITE PAIR, DATED THE ROW'S REVERSAL DATE, THEN     *
      *    THE ROW IS MARKED REVERSED ('R') AND COMMITTED.  A         *
      *    REFUSED PAIR LEAVES THE ROW OPEN FOR THE NEXT RUN.         *
      *****************************************************************

       E0200-REVERSE-ACCRUAL SECTION.

           COMPUTE  W-POST-AMT  =  ZERO - T-ACR-AMOUNT.
           MOVE  T-ACR-REV-DATE    TO  W-POST-DATE.
           MOVE  K-REV-TRAN-CODE   TO  W-POST-TRAN.
           MOVE  T-ACR-PERIOD      TO  W-POST-PERIOD.

           PERFORM C0200-POST-ACCRUAL-PAIR.

           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               ADD  1  TO  W-REV-REJECT-COUNT
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               GO TO E0200-REVERSE-ACCRUAL-EXIT
           END-IF.

           MOVE 'ST_WRK_CONTRIB_ACCRUAL'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_CONTRIB_ACCRUAL
                SET     ACR_STATUS    =  'R',
                        ACR_REV_POST  =  :W-TODAY-DATE
                WHERE   ACR_REG_NUM   =  :T-ER-REG-NUM
                AND     ACR_PERIOD    =  :T-ACR-PERIOD
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           ADD  1             TO  W-REVERSE-COUNT.
           ADD  T-ACR-AMOUNT  TO  W-REVERSE-TOTAL.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       E0200-REVERSE-ACCRUAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SCHEDULE                           *
      *****************************************************************
      *    THE PERIOD'S SCHEDULE ROWS -- THIS RUN'S AND ANY EARLIER   *
      *    RUN'S -- BY EMPLOYER WITHIN SECTOR, WITH SECTOR            *
      *    SUBTOTALS.  THE GRAND TOTAL IS WHAT THE PERIOD CARRIES ON  *
      *    THE ACCRUED-INCOME ACCOUNT AND TIES TO THE PACK.           *
      *****************************************************************

       D0000-PRINT-SCHEDULE SECTION.

           PERFORM D0050-PRINT-HEADING.

           MOVE 'ST_WRK_CONTRIB_ACCRUAL'  TO  W-EIBDS.
           MOVE  LOW-VALUES               TO  W-PREV-SECTOR.

           EXEC SQL
                DECLARE ACRS-CURSOR CURSOR FOR
                SELECT   ACR_REG_NUM ,
                         ACR_SECTOR ,
                         ACR_BASIS_PERIOD ,
                         ACR_WAGE ,
                         ACR_AMOUNT ,
                         ACR_STATUS ,
                         ACR_REV_DATE
                FROM     ST_WRK_CONTRIB_ACCRUAL
                WHERE    ACR_PERIOD  =  :W-ACR-PERIOD
                ORDER BY ACR_SECTOR , ACR_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN ACRS-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM D0100-FETCH-SCHEDULE-ROW
               UNTIL  W-SCHED-EOF.

           EXEC SQL
                CLOSE ACRS-CURSOR
           END-EXEC.

           IF  W-SECTOR-SUB  GREATER THAN  ZERO
               PERFORM D0300-PRINT-SECTOR-TOTAL
           END-IF.

           PERFORM D0400-PRINT-TOTALS.

       D0000-PRINT-SCHEDULE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0050-PRINT-HEADING                            *
      *****************************************************************

       D0050-PRINT-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ACCRUAL PERIOD            :'  TO  PRT-CAPTION.
           MOVE  W-ACR-PERIOD                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ACCRUED / REVERSES ON     :'  TO  PRT-CAPTION.
           MOVE  W-ACCRUE-DATE-X               TO  PRT-VALUE (1:8).
           MOVE  W-REVERSE-DATE                TO  PRT-VALUE (12:8).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0050-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-SCHEDULE-ROW                       *
      *****************************************************************

       D0100-FETCH-SCHEDULE-ROW SECTION.

           EXEC SQL
                FETCH ACRS-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-ER-SECTOR ,
                      :T-LAST-PERIOD ,
                      :T-ACR-WAGE ,
                      :T-ACR-AMOUNT ,
                      :T-ACR-STATUS ,
                      :T-ACR-REV-DATE
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-SCHED-EOF-SW
               GO TO D0100-FETCH-SCHEDULE-ROW-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-SCHED-EOF-SW
               GO TO D0100-FETCH-SCHEDULE-ROW-EXIT
           END-IF.

           IF  T-ER-SECTOR  NOT EQUAL TO  W-PREV-SECTOR
               IF  W-SECTOR-SUB  GREATER THAN  ZERO
                   PERFORM D0300-PRINT-SECTOR-TOTAL
               END-IF
               PERFORM D0200-OPEN-SECTOR
           END-IF.

           ADD   1             TO  W-SCHED-COUNT.
           ADD   T-ACR-WAGE    TO  W-SCHED-WAGE.
           ADD   T-ACR-AMOUNT  TO  W-SCHED-ACCRUED.

           IF  W-SECTOR-SUB  GREATER THAN  ZERO
               ADD  1             TO  W-SECT-ER-COUNT (W-SECTOR-SUB)
               ADD  T-ACR-WAGE    TO  W-SECT-WAGE     (W-SECTOR-SUB)
               ADD  T-ACR-AMOUNT  TO  W-SECT-ACCRUED  (W-SECTOR-SUB)
           END-IF.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-ER-REG-NUM       TO  PRT-DTL-REG.
           MOVE  T-ER-SECTOR        TO  PRT-DTL-SECTOR.
           MOVE  T-LAST-PERIOD      TO  PRT-DTL-BASIS.
           MOVE  T-ACR-WAGE         TO  PRT-DTL-WAGE.
           MOVE  T-ACR-AMOUNT       TO  PRT-DTL-ACCRUED.
           MOVE  T-ACR-STATUS       TO  PRT-DTL-STATUS.
           MOVE  T-ACR-REV-DATE     TO  PRT-DTL-REV-DATE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0100-FETCH-SCHEDULE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-OPEN-SECTOR                              *
      *****************************************************************
      *    A NEW SECTOR TAKES THE NEXT TABLE ENTRY.  PAST THE TABLE   *
      *    SIZE THE EMPLOYERS STILL PRINT AND COUNT IN THE GRAND      *
      *    TOTAL, BUT GET NO SECTOR SUBTOTAL (AS IN OBSSS673).        *
      *****************************************************************

       D0200-OPEN-SECTOR SECTION.

           MOVE  T-ER-SECTOR  TO  W-PREV-SECTOR.

           IF  W-SECTOR-COUNT  NOT LESS THAN  C-MAX-SECTORS
               MOVE  ZERO  TO  W-SECTOR-SUB
               GO TO D0200-OPEN-SECTOR-EXIT
           END-IF.

           ADD   1               TO  W-SECTOR-COUNT.
           MOVE  W-SECTOR-COUNT  TO  W-SECTOR-SUB.
           MOVE  T-ER-SECTOR     TO  W-SECT-CODE     (W-SECTOR-SUB).
           MOVE  ZERO            TO  W-SECT-ER-COUNT (W-SECTOR-SUB)
                                     W-SECT-WAGE     (W-SECTOR-SUB)
                                     W-SECT-ACCRUED  (W-SECTOR-SUB).

       D0200-OPEN-SECTOR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0300-PRINT-SECTOR-TOTAL                       *
      *****************************************************************

       D0300-PRINT-SECTOR-TOTAL SECTION.

           MOVE ' '                             TO  PRT-LINE-CC.
           MOVE  SPACES                         TO  PRT-LINE-TEXT.
           MOVE 'SECTOR'                        TO  PRT-DTL-REG.
           MOVE  W-SECT-CODE     (W-SECTOR-SUB) TO  PRT-DTL-SECTOR.
           MOVE  W-SECT-ER-COUNT (W-SECTOR-SUB) TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP (2:6)              TO  PRT-DTL-BASIS.
           MOVE  W-SECT-WAGE     (W-SECTOR-SUB) TO  PRT-DTL-WAGE.
           MOVE  W-SECT-ACCRUED  (W-SECTOR-SUB) TO  PRT-DTL-ACCRUED.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0300-PRINT-SECTOR-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-PRINT-TOTALS                             *
      *****************************************************************
      *    THE SCHEDULE TOTAL FOR THE PERIOD, THEN WHAT THIS RUN      *
      *    DID: ACCRUED, LEFT WITHOUT A BASIS, REFUSED, AND THE       *
      *    REVERSALS OF ANY PERIOD THAT FELL DUE.                     *
      *****************************************************************

       D0400-PRINT-TOTALS SECTION.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYERS ON SCHEDULE     :'  TO  PRT-CAPTION.
           MOVE  W-SCHED-COUNT                 TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'SCHEDULE ACCRUED TOTAL    :'  TO  PRT-CAPTION.
           MOVE  W-SCHED-ACCRUED               TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ACCRUED THIS RUN          :'  TO  PRT-CAPTION.
           MOVE  W-ACCRUE-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-ACCRUE-TOTAL                TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'NO DECLARED BASIS         :'  TO  PRT-CAPTION.
           MOVE  W-NO-BASIS-COUNT              TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ACCRUALS REFUSED          :'  TO  PRT-CAPTION.
           MOVE  W-REJECT-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'REVERSED THIS RUN         :'  TO  PRT-CAPTION.
           MOVE  W-REVERSE-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-REVERSE-TOTAL               TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'REVERSALS REFUSED         :'  TO  PRT-CAPTION.
           MOVE  W-REV-REJECT-COUNT            TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0400-PRINT-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0500-PRINT-NOTHING                            *
      *****************************************************************
      *    A ONE-PAGE SCHEDULE CARRYING THE REASON NOTHING RAN.       *
      *****************************************************************

       D0500-PRINT-NOTHING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-NO-CONTROL-MSG   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0500-PRINT-NOTHING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('ACRLPRT ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'ACRLPRT '                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS676'  TO  X684-PROGRAM.
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
      *    THE ROWS REJECTED ARE THE RUN'S OWN COUNTS.                *
      *****************************************************************

98303  S0975-END-RUN-STATS SECTION.

98303      COMPUTE  X684-ROWS-REJECTED  =  W-REJECT-COUNT
98303                                   +  W-REV-REJECT-COUNT.

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
               MOVE '1676'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
