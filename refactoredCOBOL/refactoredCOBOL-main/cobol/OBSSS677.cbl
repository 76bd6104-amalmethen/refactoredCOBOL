       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *      SUB-LEDGER TO CONTROL-ACCOUNT RECONCILIATION OBSSS677    *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS677.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS677 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A NIGHTLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX AFTER THE DAY'S POSTING   *
      *                THE SAME WAY OBSSS608 IS, THAT PROVES THE      *
      *                INDIVIDUAL MEMBER AND EMPLOYER BALANCES ADD    *
      *                UP TO THE CONTROL ACCOUNTS THE OBSSS608 TRIAL  *
      *                BALANCE SHOWS:                                 *
      *                                                               *
      *                - THE CONTROL ACCOUNTS (CONTRIBUTION           *
      *                  RECEIVABLE, PENSION PAYABLE, REFUNDS         *
      *                  PAYABLE, LOAN RECEIVABLE, ...) ARE THE ROWS  *
      *                  OF ST_MST_RECON_ACCT, EACH NAMING ITS        *
      *                  LEDGER: 'M' MEMBER SSNS, 'E' EMPLOYERS       *
      *                  UNDER THE '0000' EMPLOYER-SSN CONVENTION.    *
      *                - THE GL TOTAL IS THE ACCOUNT'S BALANCE ON     *
      *                  THE ST_MST_ACCT_BALANCE SNAPSHOTS: THE       *
      *                  LATEST YEAR-END OPENING BALANCE PLUS EVERY   *
      *                  PERIOD'S MOVEMENT SINCE.                     *
      *                - THE SUB-LEDGER TOTAL IS THE SUM OF THE       *
      *                  INDIVIDUAL BALANCES -- EVERY                 *
      *                  ST_HST_GL_TRANSACTION ROW ON THE ACCOUNT     *
      *                  UNDER A KEY OF THE ACCOUNT'S OWN LEDGER.     *
      *                  WHAT WAS POSTED UNDER NO KEY OR THE OTHER    *
      *                  LEDGER'S KEY IS SHOWN AS OUTSIDE THE         *
      *                  LEDGER.                                      *
      *                - THE DIFFERENCE, LESS THE KNOWN DIFFERENCE    *
      *                  FINANCE HAS ACCEPTED ON THE ACCOUNT'S ROW    *
      *                  (RCA_KNOWN_DIFF, E.G. A MIGRATED OPENING     *
      *                  BALANCE), IS THE UNEXPLAINED BREAK.          *
      *                - EVERY ACCOUNT WITH A DIFFERENCE IS FOLLOWED  *
      *                  ON THE SUBLRPT REPORT BY THE SSNS THAT       *
      *                  MOVED ON IT TODAY AND BY HOW MUCH.           *
      *                - EVERY UNEXPLAINED BREAK IS WRITTEN TO        *
      *                  ST_HST_ACCTG_SUBL_BREAK, WHICH THE OBSSS617  *
      *                  MORNING DIGEST REPORTS AS HIGH SEVERITY.     *
      *                  A RERUN REPLACES THE DAY'S BREAK ROWS.       *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_RECON_ACCT     (DB2 CONTROL TABLE)  *
      *                    ST_MST_ACCT_BALANCE   (DB2 SNAPSHOT TABLE) *
      *                    ST_HST_GL_TRANSACTION (DB2 HISTORY TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - THE SUBLRPT RECONCILIATION REPORT; ONE            *
      *             ST_HST_ACCTG_SUBL_BREAK ROW PER UNEXPLAINED       *
      *             BREAK.                                            *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     CONTROL ACCOUNT.                          *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-676. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98296 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS677'.

       01  CONSTANTS.
           05  K-MEMBER-LEDGER         PIC X(01)  VALUE 'M'.
           05  K-EMPLOYER-LEDGER       PIC X(01)  VALUE 'E'.
           05  K-ER-KEY-LOW            PIC 9(11)  VALUE 1.
           05  K-ER-KEY-HIGH           PIC 9(11)  VALUE 9999999.
           05  K-EE-KEY-LOW            PIC 9(11)  VALUE 10000000.
           05  K-EE-KEY-HIGH           PIC 9(11)  VALUE 99999999999.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ACCT-EOF                   VALUE 'Y'.
       01  W-MOVER-EOF-SW              PIC X(01)  VALUE 'N'.
           88  W-MOVER-EOF                  VALUE 'Y'.

      *****************************************************************
      *              RECONCILIATION FIELDS                            *
      *****************************************************************

       01  W-TODAY-DATE                PIC X(08).
       01  W-LEDGER-LOW                PIC 9(11).
       01  W-LEDGER-HIGH               PIC 9(11).
       01  W-DIFFERENCE                PIC S9(13)V999 COMP-3.
       01  W-UNEXPLAINED               PIC S9(13)V999 COMP-3.
       01  W-OUTSIDE-AMT               PIC S9(13)V999 COMP-3.
       01  W-ACCT-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-AGREED-COUNT              PIC S9(07) COMP-3 VALUE +0.
       01  W-EXPLAINED-COUNT           PIC S9(07) COMP-3 VALUE +0.
       01  W-BREAK-COUNT               PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-RCA-ACCT-CDE              PIC 9(11).
       01  T-RCA-LINE-NAME             PIC X(24).
       01  T-RCA-LEDGER                PIC X(01).
       01  T-RCA-KNOWN-DIFF            PIC S9(13)V999 COMP-3.

       01  T-OPEN-PERIOD               PIC X(06).
       01  T-OPEN-PERIOD-IND           PIC S9(04) COMP.
       01  T-GL-TOTAL                  PIC S9(13)V999 COMP-3.
       01  T-GL-OPENING                PIC S9(13)V999 COMP-3.
       01  T-HIST-TOTAL                PIC S9(13)V999 COMP-3.
       01  T-SUBL-TOTAL                PIC S9(13)V999 COMP-3.

       01  T-MOV-SSN                   PIC 9(11).
       01  T-MOV-AMOUNT                PIC S9(13)V999 COMP-3.

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
       01  PRT-ACCOUNT-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  PRT-ACC-ACCT            PIC 9(11).
           05  FILLER                  PIC X(02).
           05  PRT-ACC-NAME            PIC X(24).
           05  FILLER                  PIC X(02).
           05  PRT-ACC-LEDGER          PIC X(01).
           05  FILLER                  PIC X(02).
           05  PRT-ACC-RESULT          PIC X(12).
           05  FILLER                  PIC X(26).
       01  PRT-MOVER-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(04).
           05  PRT-MOV-SSN             PIC 9(11).
           05  FILLER                  PIC X(02).
           05  PRT-MOV-AMOUNT          PIC Z(11)9.999-.
           05  FILLER                  PIC X(02).
           05  PRT-MOV-FLAG            PIC X(18).
           05  FILLER                  PIC X(26).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   SUB-LEDGER TO CONTROL-ACCOUNT RECON      '.
       01  K-RESULT-AGREED             PIC X(12)  VALUE 'AGREED'.
       01  K-RESULT-EXPLAINED          PIC X(12)  VALUE 'EXPLAINED'.
       01  K-RESULT-BREAK              PIC X(12)  VALUE '** BREAK **'.
       01  K-OUTSIDE-FLAG              PIC X(18)  VALUE
           'OUTSIDE THE LEDGER'.

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

           PERFORM B0500-CLEAR-TODAYS-BREAKS.
           PERFORM B0600-PRINT-HEADING.
           PERFORM B0000-SWEEP-CONTROL-ACCTS.
           PERFORM D0000-PRINT-TOTALS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-CLEAR-TODAYS-BREAKS                      *
      *****************************************************************
      *    A RERUN ON THE SAME NIGHT REPLACES, RATHER THAN ADDS TO,   *
      *    THE BREAKS THE DIGEST WILL COUNT IN THE MORNING.           *
      *****************************************************************

       B0500-CLEAR-TODAYS-BREAKS SECTION.

           MOVE 'ST_HST_ACCTG_SUBL_BREAK'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_HST_ACCTG_SUBL_BREAK
                WHERE  SBK_POST_DATE  =  :W-TODAY-DATE
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       B0500-CLEAR-TODAYS-BREAKS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-PRINT-HEADING                            *
      *****************************************************************

       B0600-PRINT-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'RECONCILED AS AT          :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-DATE                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       B0600-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-CONTROL-ACCTS                      *
      *****************************************************************

       B0000-SWEEP-CONTROL-ACCTS SECTION.

           MOVE 'ST_MST_RECON_ACCT'  TO  W-EIBDS.

           EXEC SQL
                DECLARE RCAC-CURSOR CURSOR WITH HOLD FOR
                SELECT   RCA_ACCT_CDE ,
                         RCA_LINE_NAME ,
                         RCA_LEDGER ,
                         COALESCE (RCA_KNOWN_DIFF , 0)
                FROM     ST_MST_RECON_ACCT
                ORDER BY RCA_ACCT_CDE
           END-EXEC.

           EXEC SQL
                OPEN RCAC-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-CONTROL-ACCT
               UNTIL  W-ACCT-EOF.

           EXEC SQL
                CLOSE RCAC-CURSOR
           END-EXEC.

       B0000-SWEEP-CONTROL-ACCTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-CONTROL-ACCT                       *
      *****************************************************************

       B0100-FETCH-CONTROL-ACCT SECTION.

           EXEC SQL
                FETCH RCAC-CURSOR
                INTO  :T-RCA-ACCT-CDE ,
                      :T-RCA-LINE-NAME ,
                      :T-RCA-LEDGER ,
                      :T-RCA-KNOWN-DIFF
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-RECONCILE-ACCOUNT
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-CONTROL-ACCT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-RECONCILE-ACCOUNT                        *
      *****************************************************************
      *    THIS SECTION RECONCILES ONE CONTROL ACCOUNT: GL TOTAL,     *
      *    SUB-LEDGER TOTAL, DIFFERENCE, VERDICT; THEN, WHEN THEY     *
      *    DISAGREE, THE DAY'S MOVERS, AND FOR AN UNEXPLAINED BREAK   *
      *    THE ROW THE MORNING DIGEST PICKS UP.                       *
      *****************************************************************

       C0000-RECONCILE-ACCOUNT SECTION.

           ADD  1  TO  W-ACCT-COUNT.

           IF  T-RCA-LEDGER  EQUAL TO  K-EMPLOYER-LEDGER
               MOVE  K-ER-KEY-LOW   TO  W-LEDGER-LOW
               MOVE  K-ER-KEY-HIGH  TO  W-LEDGER-HIGH
           ELSE
               MOVE  K-MEMBER-LEDGER TO  T-RCA-LEDGER
               MOVE  K-EE-KEY-LOW    TO  W-LEDGER-LOW
               MOVE  K-EE-KEY-HIGH   TO  W-LEDGER-HIGH.

           PERFORM C0100-GET-GL-TOTAL.
           PERFORM C0200-GET-SUBLEDGER-TOTAL.

           COMPUTE  W-DIFFERENCE   =  T-GL-TOTAL  -  T-SUBL-TOTAL.
           COMPUTE  W-UNEXPLAINED  =  W-DIFFERENCE  -  T-RCA-KNOWN-DIFF.
           COMPUTE  W-OUTSIDE-AMT  =  T-HIST-TOTAL  -  T-SUBL-TOTAL.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-RCA-ACCT-CDE     TO  PRT-ACC-ACCT.
           MOVE  T-RCA-LINE-NAME    TO  PRT-ACC-NAME.
           MOVE  T-RCA-LEDGER       TO  PRT-ACC-LEDGER.

           IF  W-DIFFERENCE  EQUAL TO  ZEROES
               ADD   1                   TO  W-AGREED-COUNT
               MOVE  K-RESULT-AGREED     TO  PRT-ACC-RESULT
           ELSE
               IF  W-UNEXPLAINED  EQUAL TO  ZEROES
                   ADD   1                   TO  W-EXPLAINED-COUNT
                   MOVE  K-RESULT-EXPLAINED  TO  PRT-ACC-RESULT
               ELSE
                   ADD   1                   TO  W-BREAK-COUNT
                   MOVE  K-RESULT-BREAK      TO  PRT-ACC-RESULT.

           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM C0300-PRINT-FIGURES.

           IF  W-DIFFERENCE  EQUAL TO  ZEROES
               GO TO C0000-RECONCILE-ACCOUNT-EXIT
           END-IF.

           PERFORM C0400-LIST-DAYS-MOVERS.

           IF  W-UNEXPLAINED  NOT EQUAL TO  ZEROES
               PERFORM C0500-WRITE-BREAK-ROW
           END-IF.

       C0000-RECONCILE-ACCOUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-GET-GL-TOTAL                             *
      *****************************************************************
      *    THE SNAPSHOT BALANCE: THE LATEST PERIOD CARRYING A         *
      *    YEAR-END OPENING BALANCE (OBSSS675) STARTS THE SUM, AND    *
      *    EVERY PERIOD'S MOVEMENT FROM THERE ON IS ADDED.  AN        *
      *    ACCOUNT NEVER CARRIED FORWARD SUMS FROM ITS FIRST PERIOD.  *
      *****************************************************************

       C0100-GET-GL-TOTAL SECTION.

           MOVE 'ST_MST_ACCT_BALANCE'  TO  W-EIBDS.
           MOVE  ZEROES                TO  T-GL-OPENING.

           EXEC SQL
                SELECT   MAX (BAL_PERIOD)
                INTO    :T-OPEN-PERIOD:T-OPEN-PERIOD-IND
                FROM     ST_MST_ACCT_BALANCE
                WHERE    BAL_ACCT_CDE  =  :T-RCA-ACCT-CDE
                AND      BAL_OPENING  <>  0
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-OPEN-PERIOD-IND  LESS THAN  ZERO
               MOVE  LOW-VALUES  TO  T-OPEN-PERIOD
           ELSE
               EXEC SQL
                    SELECT   BAL_OPENING
                    INTO    :T-GL-OPENING
                    FROM     ST_MST_ACCT_BALANCE
                    WHERE    BAL_ACCT_CDE  =  :T-RCA-ACCT-CDE
                    AND      BAL_PERIOD    =  :T-OPEN-PERIOD
               END-EXEC
               PERFORM DB2-ERROR.

           EXEC SQL
                SELECT   COALESCE (SUM (BAL_CLOSING), 0)
                INTO    :T-GL-TOTAL
                FROM     ST_MST_ACCT_BALANCE
                WHERE    BAL_ACCT_CDE  =  :T-RCA-ACCT-CDE
                AND      BAL_PERIOD   >=  :T-OPEN-PERIOD
           END-EXEC.

           PERFORM DB2-ERROR.

           ADD  T-GL-OPENING  TO  T-GL-TOTAL.

       C0100-GET-GL-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-GET-SUBLEDGER-TOTAL                      *
      *****************************************************************
      *    THE INDIVIDUAL BALANCES ADDED UP: EVERYTHING POSTED TO     *
      *    THE ACCOUNT UNDER A KEY IN THE ACCOUNT'S OWN LEDGER.  THE  *
      *    WHOLE-HISTORY TOTAL IS TAKEN TOO, SO THE PART POSTED       *
      *    OUTSIDE THE LEDGER CAN BE SHOWN.                           *
      *****************************************************************

       C0200-GET-SUBLEDGER-TOTAL SECTION.

           MOVE 'ST_HST_GL_TRANSACTION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE (SUM (HST_AMOUNT), 0)
                INTO    :T-SUBL-TOTAL
                FROM     ST_HST_GL_TRANSACTION
                WHERE    HST_ACCT_CDE  =  :T-RCA-ACCT-CDE
                AND      HST_SSN  BETWEEN
                         :W-LEDGER-LOW  AND  :W-LEDGER-HIGH
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC SQL
                SELECT   COALESCE (SUM (HST_AMOUNT), 0)
                INTO    :T-HIST-TOTAL
                FROM     ST_HST_GL_TRANSACTION
                WHERE    HST_ACCT_CDE  =  :T-RCA-ACCT-CDE
           END-EXEC.

           PERFORM DB2-ERROR.

       C0200-GET-SUBLEDGER-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-PRINT-FIGURES                            *
      *****************************************************************

       C0300-PRINT-FIGURES SECTION.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '  CONTROL ACCOUNT (GL)    :'  TO  PRT-CAPTION.
           MOVE  T-GL-TOTAL                    TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '  SUB-LEDGER TOTAL        :'  TO  PRT-CAPTION.
           MOVE  T-SUBL-TOTAL                  TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '  DIFFERENCE              :'  TO  PRT-CAPTION.
           MOVE  W-DIFFERENCE                  TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           IF  W-DIFFERENCE  EQUAL TO  ZEROES
               GO TO C0300-PRINT-FIGURES-EXIT
           END-IF.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '    POSTED OUTSIDE LEDGER :'  TO  PRT-CAPTION.
           MOVE  W-OUTSIDE-AMT                 TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '    KNOWN DIFFERENCE      :'  TO  PRT-CAPTION.
           MOVE  T-RCA-KNOWN-DIFF              TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '    UNEXPLAINED           :'  TO  PRT-CAPTION.
           MOVE  W-UNEXPLAINED                 TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0300-PRINT-FIGURES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-LIST-DAYS-MOVERS                         *
      *****************************************************************
      *    EVERY KEY THAT MOVED ON THE ACCOUNT TODAY, WITH ITS NET    *
      *    MOVEMENT; A KEY OUTSIDE THE ACCOUNT'S LEDGER IS FLAGGED,   *
      *    BEING THE LIKELIEST CAUSE OF A NEW BREAK.                  *
      *****************************************************************

       C0400-LIST-DAYS-MOVERS SECTION.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '  SSNS MOVED TODAY        :'  TO  PRT-CAPTION.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE 'ST_HST_GL_TRANSACTION'  TO  W-EIBDS.
           MOVE 'N'                      TO  W-MOVER-EOF-SW.

           EXEC SQL
                DECLARE MOVR-CURSOR CURSOR FOR
                SELECT   HST_SSN ,
                         SUM (HST_AMOUNT)
                FROM     ST_HST_GL_TRANSACTION
                WHERE    HST_ACCT_CDE   =  :T-RCA-ACCT-CDE
                AND      HST_POST_DATE  =  :W-TODAY-DATE
                GROUP BY HST_SSN
                ORDER BY HST_SSN
           END-EXEC.

           EXEC SQL
                OPEN MOVR-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0410-FETCH-MOVER
               UNTIL  W-MOVER-EOF.

           EXEC SQL
                CLOSE MOVR-CURSOR
           END-EXEC.

       C0400-LIST-DAYS-MOVERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-FETCH-MOVER                              *
      *****************************************************************

       C0410-FETCH-MOVER SECTION.

           EXEC SQL
                FETCH MOVR-CURSOR
                INTO  :T-MOV-SSN ,
                      :T-MOV-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-MOVER-EOF-SW
               GO TO C0410-FETCH-MOVER-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-MOVER-EOF-SW
               GO TO C0410-FETCH-MOVER-EXIT
           END-IF.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-MOV-SSN          TO  PRT-MOV-SSN.
           MOVE  T-MOV-AMOUNT       TO  PRT-MOV-AMOUNT.

           IF  T-MOV-SSN  LESS THAN  W-LEDGER-LOW  OR
               T-MOV-SSN  GREATER THAN  W-LEDGER-HIGH
               MOVE  K-OUTSIDE-FLAG  TO  PRT-MOV-FLAG
           ELSE
               NEXT SENTENCE.

           PERFORM S0100-WRITE-PRINT-LINE.

       C0410-FETCH-MOVER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-BREAK-ROW                          *
      *****************************************************************

       C0500-WRITE-BREAK-ROW SECTION.

           MOVE 'ST_HST_ACCTG_SUBL_BREAK'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_ACCTG_SUBL_BREAK
                     (SBK_POST_DATE,    SBK_ACCT_CDE,
                      SBK_LEDGER,       SBK_GL_TOTAL,
                      SBK_SUBL_TOTAL,   SBK_KNOWN_DIFF,
                      SBK_UNEXPLAINED)
                VALUES
                     (:W-TODAY-DATE,    :T-RCA-ACCT-CDE,
                      :T-RCA-LEDGER,    :T-GL-TOTAL,
                      :T-SUBL-TOTAL,    :T-RCA-KNOWN-DIFF,
                      :W-UNEXPLAINED)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0500-WRITE-BREAK-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-TOTALS                             *
      *****************************************************************

       D0000-PRINT-TOTALS SECTION.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CONTROL ACCOUNTS CHECKED  :'  TO  PRT-CAPTION.
           MOVE  W-ACCT-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'AGREED                    :'  TO  PRT-CAPTION.
           MOVE  W-AGREED-COUNT                TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EXPLAINED DIFFERENCES     :'  TO  PRT-CAPTION.
           MOVE  W-EXPLAINED-COUNT             TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'UNEXPLAINED BREAKS        :'  TO  PRT-CAPTION.
           MOVE  W-BREAK-COUNT                 TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0000-PRINT-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('SUBLRPT ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'SUBLRPT '                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS677'  TO  X684-PROGRAM.
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

98303      MOVE  W-BREAK-COUNT  TO  X684-ROWS-REJECTED.

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
               MOVE ZEROES               TO  ORSS0400-SSN
               MOVE '1677'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
