       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *    ROSTER / DECLARATION MISMATCH REPORT ROUTINE OBSSS668      *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS668.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS668 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX AFTER OBSSS630 HAS        *
      *                BILLED THE PERIOD'S DECLARATIONS, THAT         *
      *                COMPARES WHO IS REGISTERED UNDER AN EMPLOYER   *
      *                (THE ORP1513P ROSTER) WITH WHO THE EMPLOYER    *
      *                ACTUALLY DECLARED WAGES FOR (THE PERIOD'S      *
      *                ST_WRK_CONTRIB_BILL LINES).  THE PERIOD IS     *
      *                RUN_RM_PERIOD ON THE PROGRAM'S                 *
      *                ST_BAT_RUN_CONTROL ROW (DEFAULT: THE PREVIOUS  *
      *                MONTH).  FOR EVERY EMPLOYER THAT DECLARED FOR  *
      *                THE PERIOD THE RMMPRT REPORT LISTS:            *
      *                                                               *
      *                - ON ROSTER, NO WAGE LINE: EMPLOYEES WHOSE     *
      *                  M_BAS_EE_EMPLOYER_NUM IS THE EMPLOYER, NOT   *
      *                  TERMINATED AND NOT DECEASED, WITH NO LINE    *
      *                  FOR THE PERIOD -- PROBABLY AN UNREPORTED     *
      *                  TERMINATION OR AN UNPAID CONTRIBUTION.       *
      *                - DECLARED, NOT ON ROSTER: SSNS DECLARED WITH  *
      *                  NEITHER A REGISTRATION NOR AN OPEN           *
      *                  ST_MST_EE_EMPLOYMENT LINK TO THE EMPLOYER    *
      *                  -- PROBABLY AN UNREGISTERED HIRE.            *
      *                                                               *
      *                EACH MISMATCH OPENS A FOLLOW-UP ITEM FOR       *
      *                EMPLOYER SERVICES ON THE                       *
      *                ST_WRK_ROSTER_MISMATCH WORKLIST.  A MISMATCH   *
      *                STILL OPEN FROM AN EARLIER MONTH IS NOT        *
      *                OPENED AGAIN; ITS LATEST PERIOD IS MOVED ON    *
      *                SO THE ITEM SHOWS HOW LONG IT HAS PERSISTED.   *
      *                AN EMPLOYER THAT DECLARED NOTHING AT ALL IS    *
      *                THE OBSSS667 NON-FILER CASE AND IS NOT         *
      *                REPEATED HERE.                                 *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_EE_EMPLOYMENT  (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - RMMPRT REPORT LINES PER EMPLOYER WITH A           *
      *             MISMATCH, AND A ST_WRK_ROSTER_MISMATCH            *
      *             FOLLOW-UP ITEM PER MISMATCH.                      *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-667. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98286 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS668'.

       01  CONSTANTS.
           05  K-TYPE-UNREPORTED       PIC X(01)  VALUE 'U'.
           05  K-TYPE-UNREGISTERED     PIC X(01)  VALUE 'H'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.

       01  W-LIST-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-LIST-EOF                   VALUE 'Y'.

       01  W-ER-PRINTED-SW             PIC X(01)  VALUE 'N'.
           88  W-ER-PRINTED                 VALUE 'Y'.

       01  W-LIST-PRINTED-SW           PIC X(01)  VALUE 'N'.
           88  W-LIST-PRINTED               VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL / REPORT PERIOD                      *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS668'.
       01  T-RUN-RM-PERIOD             PIC X(06).
       01  W-RM-PERIOD                 PIC X(06).
       01  W-PERIOD-BUILD.
           05  W-PB-YYYY               PIC 9(04).
           05  W-PB-MM                 PIC 9(02).
       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              COUNTERS                                         *
      *****************************************************************

       01  W-ER-COUNT                  PIC S9(07) COMP-3 VALUE +0.
       01  W-ER-MISMATCH-COUNT         PIC S9(07) COMP-3 VALUE +0.
       01  W-UNREPORTED-COUNT          PIC S9(07) COMP-3 VALUE +0.
       01  W-UNREGISTERED-COUNT        PIC S9(07) COMP-3 VALUE +0.
       01  W-ITEM-OPENED-COUNT         PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-RMM-SSN                   PIC 9(11).
       01  T-RMM-TYPE                  PIC X(01).

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
           05  FILLER                  PIC X(65).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '  EMPLOYER ROSTER / DECLARATION MISMATCHES  '.
       01  K-UNREPORTED-HEADING        PIC X(44)  VALUE
           '    ON ROSTER - NO WAGE LINE FOR THE PERIOD '.
       01  K-UNREGISTERED-HEADING      PIC X(44)  VALUE
           '    DECLARED - NOT ON THE EMPLOYER ROSTER   '.

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
           PERFORM B0000-SWEEP-EMPLOYERS.
           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THE PERIOD DEFAULTS TO THE MONTH BEFORE TODAY; A           *
      *    RUN_RM_PERIOD ON THE PROGRAM'S ROW OVERRIDES IT.           *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  W-TODAY-DATE (1:4)  TO  W-PB-YYYY.
           MOVE  W-TODAY-DATE (5:2)  TO  W-PB-MM.

           IF  W-PB-MM  EQUAL TO  1
               MOVE  12  TO  W-PB-MM
               SUBTRACT  1  FROM  W-PB-YYYY
           ELSE
               SUBTRACT  1  FROM  W-PB-MM.

           MOVE  W-PERIOD-BUILD  TO  W-RM-PERIOD.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_RM_PERIOD
                INTO    :T-RUN-RM-PERIOD
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-RM-PERIOD  IS NUMERIC  AND
               T-RUN-RM-PERIOD  GREATER THAN  ZEROES
               MOVE  T-RUN-RM-PERIOD  TO  W-RM-PERIOD
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-EMPLOYERS                          *
      *****************************************************************
      *    THIS SECTION READS EVERY EMPLOYER WITH AT LEAST ONE        *
      *    DECLARED (NOT PROVISIONAL) LINE FOR THE PERIOD.  THE       *
      *    CURSOR HOLDS ACROSS THE SYNCPOINT TAKEN PER EMPLOYER.      *
      *****************************************************************

       B0000-SWEEP-EMPLOYERS SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                DECLARE RMER-CURSOR CURSOR WITH HOLD FOR
                SELECT   DISTINCT CBL_REG_NUM
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_PERIOD       =  :W-RM-PERIOD
                AND      CBL_SSN          >  0
                AND      CBL_PROVISIONAL  <>  'Y'
                ORDER BY CBL_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN RMER-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-EMPLOYER
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE RMER-CURSOR
           END-EXEC.

       B0000-SWEEP-EMPLOYERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-EMPLOYER                           *
      *****************************************************************

       B0100-FETCH-EMPLOYER SECTION.

           EXEC SQL
                FETCH RMER-CURSOR
                INTO  :T-ER-REG-NUM
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-CHECK-EMPLOYER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-CHECK-EMPLOYER                           *
      *****************************************************************
      *    THIS SECTION RUNS BOTH LISTS FOR ONE EMPLOYER AND COMMITS  *
      *    THE FOLLOW-UP ITEMS IT OPENED.  THE EMPLOYER'S HEADING     *
      *    PRINTS ONLY WHEN THE FIRST MISMATCH IS FOUND, SO AN        *
      *    EMPLOYER WHOSE ROSTER AND DECLARATION AGREE TAKES NO       *
      *    SPACE ON THE REPORT.                                       *
      *****************************************************************

       C0000-CHECK-EMPLOYER SECTION.

           ADD  1  TO  W-ER-COUNT.
           MOVE 'N'  TO  W-ER-PRINTED-SW.

           PERFORM C0100-LIST-UNREPORTED.
           PERFORM C0200-LIST-UNREGISTERED.

           IF  W-ER-PRINTED
               ADD  1  TO  W-ER-MISMATCH-COUNT
           END-IF.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-CHECK-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-LIST-UNREPORTED                          *
      *****************************************************************
      *    ON THE ROSTER, NOT TERMINATED, NOT DECEASED, AND NO WAGE   *
      *    LINE FOR THE PERIOD UNDER THIS EMPLOYER.                   *
      *****************************************************************

       C0100-LIST-UNREPORTED SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.
           MOVE 'N'                      TO  W-LIST-EOF-SW.
           MOVE 'N'                      TO  W-LIST-PRINTED-SW.
           MOVE  K-TYPE-UNREPORTED       TO  T-RMM-TYPE.

           EXEC SQL
                DECLARE UNRP-CURSOR CURSOR FOR
                SELECT   E.M_BAS_EE_SSN
                FROM     ST_MST_EMPLOYEE_BASIC  E
                WHERE    E.M_BAS_EE_EMPLOYER_NUM   =  :T-ER-REG-NUM
                AND      E.M_BAS_EE_TERM_ACT_DATE  IS NULL
                AND      E.M_BAS_EE_DEATH_DATE     IS NULL
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_WRK_CONTRIB_BILL  B
                         WHERE   B.CBL_REG_NUM  =  :T-ER-REG-NUM
                         AND     B.CBL_SSN      =  E.M_BAS_EE_SSN
                         AND     B.CBL_PERIOD   =  :W-RM-PERIOD)
                ORDER BY E.M_BAS_EE_SSN
           END-EXEC.

           EXEC SQL
                OPEN UNRP-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0110-FETCH-UNREPORTED
               UNTIL  W-LIST-EOF.

           EXEC SQL
                CLOSE UNRP-CURSOR
           END-EXEC.

       C0100-LIST-UNREPORTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0110-FETCH-UNREPORTED                         *
      *****************************************************************

       C0110-FETCH-UNREPORTED SECTION.

           EXEC SQL
                FETCH UNRP-CURSOR
                INTO  :T-RMM-SSN
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-LIST-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   ADD  1  TO  W-UNREPORTED-COUNT
                   PERFORM C0300-REPORT-MISMATCH
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-LIST-EOF-SW.

       C0110-FETCH-UNREPORTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-LIST-UNREGISTERED                        *
      *****************************************************************
      *    DECLARED FOR THE PERIOD BUT NEITHER REGISTERED UNDER THIS  *
      *    EMPLOYER NOR LINKED TO IT BY AN OPEN CONCURRENT-           *
      *    EMPLOYMENT ROW -- THE SAME TWO ROUTES ORP1513P'S ROSTER    *
      *    FOLLOWS.                                                   *
      *****************************************************************

       C0200-LIST-UNREGISTERED SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.
           MOVE 'N'                    TO  W-LIST-EOF-SW.
           MOVE 'N'                    TO  W-LIST-PRINTED-SW.
           MOVE  K-TYPE-UNREGISTERED   TO  T-RMM-TYPE.

           EXEC SQL
                DECLARE UNRG-CURSOR CURSOR FOR
                SELECT   DISTINCT B.CBL_SSN
                FROM     ST_WRK_CONTRIB_BILL  B
                WHERE    B.CBL_REG_NUM      =  :T-ER-REG-NUM
                AND      B.CBL_PERIOD       =  :W-RM-PERIOD
                AND      B.CBL_SSN          >  0
                AND      B.CBL_PROVISIONAL  <>  'Y'
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_MST_EMPLOYEE_BASIC  E
                         WHERE   E.M_BAS_EE_SSN           =  B.CBL_SSN
                         AND     E.M_BAS_EE_EMPLOYER_NUM  =
                                 :T-ER-REG-NUM)
                AND      NOT EXISTS
                        (SELECT  1
                         FROM    ST_MST_EE_EMPLOYMENT   L
                         WHERE   L.EMP_SSN       =  B.CBL_SSN
                         AND     L.EMP_REG_NUM   =  :T-ER-REG-NUM
                         AND     L.EMP_END_DATE  IS NULL)
                ORDER BY B.CBL_SSN
           END-EXEC.

           EXEC SQL
                OPEN UNRG-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0210-FETCH-UNREGISTERED
               UNTIL  W-LIST-EOF.

           EXEC SQL
                CLOSE UNRG-CURSOR
           END-EXEC.

       C0200-LIST-UNREGISTERED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0210-FETCH-UNREGISTERED                       *
      *****************************************************************

       C0210-FETCH-UNREGISTERED SECTION.

           EXEC SQL
                FETCH UNRG-CURSOR
                INTO  :T-RMM-SSN
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-LIST-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   ADD  1  TO  W-UNREGISTERED-COUNT
                   PERFORM C0300-REPORT-MISMATCH
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-LIST-EOF-SW.

       C0210-FETCH-UNREGISTERED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-REPORT-MISMATCH                          *
      *****************************************************************
      *    PRINTS THE EMPLOYER'S HEADING AND THE LIST'S HEADING THE   *
      *    FIRST TIME EACH IS NEEDED, THEN THE SSN, THEN OPENS (OR    *
      *    CARRIES FORWARD) THE FOLLOW-UP ITEM.                       *
      *****************************************************************

       C0300-REPORT-MISMATCH SECTION.

           IF  NOT W-ER-PRINTED
               PERFORM C0310-PRINT-EMPLOYER-HEADING
               MOVE 'Y'  TO  W-ER-PRINTED-SW
           END-IF.

           IF  NOT W-LIST-PRINTED
               MOVE '0'                TO  PRT-LINE-CC
               IF  T-RMM-TYPE  EQUAL TO  K-TYPE-UNREPORTED
                   MOVE  K-UNREPORTED-HEADING    TO  PRT-LINE-TEXT
               ELSE
                   MOVE  K-UNREGISTERED-HEADING  TO  PRT-LINE-TEXT
               END-IF
               PERFORM S0100-WRITE-PRINT-LINE
               MOVE 'Y'  TO  W-LIST-PRINTED-SW
           END-IF.

           MOVE ' '            TO  PRT-LINE-CC.
           MOVE  SPACES        TO  PRT-LINE-TEXT.
           MOVE  T-RMM-SSN     TO  PRT-DTL-SSN.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM C0400-OPEN-FOLLOW-UP.

       C0300-REPORT-MISMATCH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0310-PRINT-EMPLOYER-HEADING                   *
      *****************************************************************

       C0310-PRINT-EMPLOYER-HEADING SECTION.

           MOVE '1'              TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '              TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'REGISTRATION NUMBER       :'  TO  PRT-CAPTION.
           MOVE  T-ER-REG-NUM                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PERIOD (YYYYMM)           :'  TO  PRT-CAPTION.
           MOVE  W-RM-PERIOD                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0310-PRINT-EMPLOYER-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-OPEN-FOLLOW-UP                           *
      *****************************************************************
      *    AN ITEM STILL OPEN (' ') FOR THE SAME EMPLOYER, SSN AND    *
      *    KIND OF MISMATCH IS CARRIED FORWARD TO THIS PERIOD;        *
      *    OTHERWISE A NEW ITEM IS OPENED.  AN ITEM EMPLOYER          *
      *    SERVICES HAS CLOSED ('C') IS NOT REOPENED BY THE SAME      *
      *    PERIOD, BUT A LATER MONTH WITH THE SAME MISMATCH OPENS A   *
      *    FRESH ONE.                                                 *
      *****************************************************************

       C0400-OPEN-FOLLOW-UP SECTION.

           MOVE 'ST_WRK_ROSTER_MISMATCH'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_ROSTER_MISMATCH
                SET     RMM_LAST_PERIOD  =  :W-RM-PERIOD
                WHERE   RMM_REG_NUM  =  :T-ER-REG-NUM
                AND     RMM_SSN      =  :T-RMM-SSN
                AND     RMM_TYPE     =  :T-RMM-TYPE
                AND     RMM_STATUS   =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               GO TO C0400-OPEN-FOLLOW-UP-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO ST_WRK_ROSTER_MISMATCH
                     (RMM_REG_NUM,      RMM_SSN,
                      RMM_TYPE,         RMM_FIRST_PERIOD,
                      RMM_LAST_PERIOD,  RMM_STATUS,
                      RMM_OPEN_DATE)
                SELECT :T-ER-REG-NUM,   :T-RMM-SSN,
                       :T-RMM-TYPE,     :W-RM-PERIOD,
                       :W-RM-PERIOD,    ' ',
                       :W-TODAY-DATE
                FROM   SYSIBM.SYSDUMMY1
                WHERE  NOT EXISTS
                      (SELECT  1
                       FROM    ST_WRK_ROSTER_MISMATCH
                       WHERE   RMM_REG_NUM      =  :T-ER-REG-NUM
                       AND     RMM_SSN          =  :T-RMM-SSN
                       AND     RMM_TYPE         =  :T-RMM-TYPE
                       AND     RMM_LAST_PERIOD  =  :W-RM-PERIOD)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               ADD  1  TO  W-ITEM-OPENED-COUNT
           END-IF.

       C0400-OPEN-FOLLOW-UP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE '1'              TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '              TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PERIOD (YYYYMM)           :'  TO  PRT-CAPTION.
           MOVE  W-RM-PERIOD                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYERS CHECKED         :'  TO  PRT-CAPTION.
           MOVE  W-ER-COUNT                    TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYERS WITH MISMATCHES :'  TO  PRT-CAPTION.
           MOVE  W-ER-MISMATCH-COUNT           TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ON ROSTER, NO WAGE LINE   :'  TO  PRT-CAPTION.
           MOVE  W-UNREPORTED-COUNT            TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'DECLARED, NOT ON ROSTER   :'  TO  PRT-CAPTION.
           MOVE  W-UNREGISTERED-COUNT          TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'FOLLOW-UP ITEMS OPENED    :'  TO  PRT-CAPTION.
           MOVE  W-ITEM-OPENED-COUNT           TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('RMMPRT  ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'RMMPRT  '                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS668'  TO  X684-PROGRAM.
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

98303      MOVE  W-ER-MISMATCH-COUNT  TO  X684-ROWS-REJECTED.

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
               MOVE '1668'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
