       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        ANNUAL PENSION INDEXATION ROUTINE OBSSS662             *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS662.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS662 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS AN ANNUAL BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS602-661 *
      *                ARE, THAT APPLIES THE BOARD'S COST-OF-LIVING   *
      *                INCREASE TO THE PENSIONS IN PAYMENT IN PLACE   *
      *                OF THE AD-HOC UPDATE TO ST_MST_PENSION:        *
      *                                                               *
      *                - THE APPROVED DECREE ('A') ON THE             *
      *                  ST_CTL_PENSION_COLA PARAMETER TABLE GIVES    *
      *                  THE PERCENT, THE EFFECTIVE DATE AND ANY      *
      *                  FLAT MINIMUM INCREASE.  NO APPROVED DECREE   *
      *                  MEANS NOTHING TO DO.                         *
      *                - EVERY PENSION IN PAY STATUS ENTITLED BEFORE  *
      *                  THE EFFECTIVE DATE IS RAISED BY THE PERCENT, *
      *                  OR BY THE FLAT MINIMUM WHEN THAT IS MORE.    *
      *                  THE BEFORE AND AFTER AMOUNTS GO TO           *
      *                  ST_HST_PENSION_COLA; A PENSION ALREADY ON    *
      *                  THE HISTORY FOR THE DECREE YEAR IS SKIPPED,  *
      *                  SO A RERUN CANNOT RAISE IT TWICE.            *
      *                - A BACK-DATED DECREE OWES THE INCREASE FOR    *
      *                  EVERY MONTH FROM THE EFFECTIVE MONTH UP TO   *
      *                  THE CURRENT ONE.  THOSE ARREARS POST         *
      *                  THROUGH THE OBSSS627 SERVICE TO THE PENSION  *
      *                  DISBURSEMENT ACCOUNT, EFFECTIVE THE NEXT     *
      *                  PAY DATE, SO THEY GO OUT WITH THE NEXT       *
      *                  OBSSS631 PAYROLL.                            *
      *                - AN INCREASE REGISTER (COLAREG) LISTS EVERY   *
      *                  PENSION CHANGED WITH TOTALS PER PENSION      *
      *                  TYPE AND A GRAND TOTAL FOR THE FINANCE       *
      *                  SIGN-OFF.  THE DECREE IS THEN MARKED DONE.   *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_CTL_PENSION_COLA (DB2 CONTROL TABLE)    *
      *                    ST_MST_PENSION      (DB2 MASTER TABLE)     *
      *                    ST_BAT_RUN_CONTROL  (DB2 CONTROL TABLE)    *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - RAISED ST_MST_PENSION GROSS AMOUNTS; A            *
      *             ST_HST_PENSION_COLA ROW PER PENSION; ARREARS      *
      *             POSTINGS THROUGH OBSSS627; COLAREG REGISTER.      *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     PENSION TYPE.                             *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-661. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98274 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98277 - SURVIVOR SHARE ROWS ARE INDEXED AND     *
      *                       LOGGED PER DEPENDENT CIVIL-ID.          *
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
               VALUE 'PROGRAM-ID OBSSS662'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-COLA-TRAN-CODE        PIC X(04)  VALUE 'PCOL'.
           05  K-COLA-SOURCE           PIC X(02)  VALUE 'PC'.
           05  K-COLA-TERM             PIC X(04)  VALUE 'BTCH'.
           05  K-COLA-DEPT             PIC X(02)  VALUE 'PY'.
           05  K-COLA-CLERK            PIC X(03)  VALUE 'COL'.
           05  K-PAYROLL-RUN-PROGRAM   PIC X(08)  VALUE 'OBSSS631'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-PENSION-EOF                VALUE 'Y'.

       01  W-FIRST-ROW-SW              PIC X(01)  VALUE 'Y'.
           88  W-FIRST-ROW                  VALUE 'Y'.

      *****************************************************************
      *              DECREE / RUN CONTROL HOST VARIABLES              *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS662'.
       01  T-RUN-PENSION-ACCT          PIC 9(11).

       01  T-COL-YEAR                  PIC 9(04).
       01  T-COL-INCR-PCT              PIC S9(03)V9(4) COMP-3.
       01  T-COL-EFF-DATE              PIC X(08).
       01  T-COL-FLAT-MIN              PIC S9(6)V9(3) COMP-3.
       01  T-COL-FLAT-MIN-I            PIC S9(04) COMP.

      *****************************************************************
      *              PENSION / HISTORY HOST VARIABLES                 *
      *****************************************************************

       01  T-PEN-SSN                   PIC 9(11).
       01  T-PEN-TYPE                  PIC X(01).
       01  T-PEN-GROSS-AMT             PIC S9(6)V9(3) COMP-3.
98277  01  T-PEN-DEP-CIVIL-ID          PIC 9(12).
       01  T-PCH-NEW-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-PCH-INCR-AMT              PIC S9(6)V9(3) COMP-3.
       01  T-PCH-ARREARS-MONTHS        PIC S9(05) COMP-3.
       01  T-PCH-ARREARS-AMT           PIC S9(13)V999 COMP-3.
       01  T-PCH-POST-DATE             PIC X(08).

      *****************************************************************
      *              ARREARS / NEXT PAY DATE WORK FIELDS              *
      *****************************************************************

       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-EFF-MONTHS                PIC S9(06) COMP.
       01  W-TODAY-MONTHS              PIC S9(06) COMP.
       01  W-ARREARS-MONTHS            PIC S9(05) COMP-3.
       01  W-NEXT-PAY-DATE.
           05  W-NP-YYYYMM             PIC X(06).
           05  W-NP-DD                 PIC X(02)  VALUE '01'.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              PENSION TYPE GROUP CONTROL                       *
      *****************************************************************

       01  W-PREV-TYPE                 PIC X(01).
       01  W-TYPE-COUNT                PIC S9(07)     COMP-3.
       01  W-TYPE-OLD                  PIC S9(13)V999 COMP-3.
       01  W-TYPE-NEW                  PIC S9(13)V999 COMP-3.
       01  W-TYPE-ARREARS              PIC S9(13)V999 COMP-3.
       01  W-GRAND-COUNT               PIC S9(07)     COMP-3.
       01  W-GRAND-OLD                 PIC S9(13)V999 COMP-3.
       01  W-GRAND-NEW                 PIC S9(13)V999 COMP-3.
       01  W-GRAND-ARREARS             PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              INCREASE REGISTER RECORDS                        *
      *****************************************************************

       01  COLAREG-DET-REC.
           05  CLR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-TYPE                PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-SSN                 PIC 9(11).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-OLD                 PIC Z(05)9.999-.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-NEW                 PIC Z(05)9.999-.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-MONTHS              PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-ARREARS             PIC Z(09)9.999-.

       01  COLAREG-TOT-REC REDEFINES COLAREG-DET-REC.
           05  CLT-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CLT-TAG                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  CLT-TYPE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  CLT-COUNT               PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  CLT-OLD                 PIC Z(09)9.999-.
           05  FILLER                  PIC X(01).
           05  CLT-NEW                 PIC Z(09)9.999-.
           05  FILLER                  PIC X(01).
           05  CLT-ARREARS             PIC Z(09)9.999-.

       01  W-CLR-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

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
           MOVE  ZEROES  TO  W-GRAND-COUNT  W-GRAND-OLD
                             W-GRAND-NEW    W-GRAND-ARREARS
                             T-PEN-SSN.

           PERFORM B0500-GET-DECREE.

           IF  W-PENSION-EOF
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0600-DERIVE-ARREARS-MONTHS.
           PERFORM B0000-SWEEP-PENSIONS.

           IF  W-FIRST-ROW
               NEXT SENTENCE
           ELSE
               PERFORM C0400-CLOSE-TYPE-GROUP
               PERFORM C0500-WRITE-GRAND-TOTAL.

           PERFORM C0600-CLOSE-DECREE.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-DECREE                               *
      *****************************************************************
      *    THIS SECTION READS THE APPROVED DECREE (THE EARLIEST, IF   *
      *    SEVERAL ARE WAITING) AND THE PENSION DISBURSEMENT ACCOUNT  *
      *    FROM OBSSS631'S RUN-CONTROL ROW.  WITHOUT EITHER THE RUN   *
      *    ENDS BEFORE IT STARTS.                                     *
      *****************************************************************

       B0500-GET-DECREE SECTION.

           MOVE 'ST_CTL_PENSION_COLA'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COL_YEAR       ,
                         COL_INCR_PCT   ,
                         COL_EFF_DATE   ,
                         COL_FLAT_MIN
                INTO    :T-COL-YEAR     ,
                        :T-COL-INCR-PCT ,
                        :T-COL-EFF-DATE ,
                        :T-COL-FLAT-MIN:T-COL-FLAT-MIN-I
                FROM     ST_CTL_PENSION_COLA
                WHERE    COL_STATUS  =  'A'
                ORDER BY COL_EFF_DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0500-GET-DECREE-EXIT
           END-IF.

           IF  T-COL-FLAT-MIN-I  LESS THAN  +0
               MOVE  ZEROES  TO  T-COL-FLAT-MIN
           END-IF.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_PENSION_ACCT
                INTO    :T-RUN-PENSION-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-PAYROLL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               NEXT SENTENCE.

       B0500-GET-DECREE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-DERIVE-ARREARS-MONTHS                    *
      *****************************************************************
      *    A DECREE EFFECTIVE IN AN EARLIER MONTH OWES THE INCREASE   *
      *    FOR EVERY MONTH FROM THE EFFECTIVE MONTH UP TO (NOT        *
      *    INCLUDING) THE CURRENT ONE, WHICH THIS MONTH'S PAYROLL     *
      *    PAYS AT THE NEW RATE.  THE ARREARS ARE EFFECTIVE THE       *
      *    FIRST OF NEXT MONTH, THE NEXT PAY DATE.                    *
      *****************************************************************

       B0600-DERIVE-ARREARS-MONTHS SECTION.

           MOVE  T-COL-EFF-DATE (1:6)  TO  W-MONTH-WORK.
           COMPUTE  W-EFF-MONTHS    =  (W-MW-YYYY * 12)  +  W-MW-MM.

           MOVE  W-TODAY-DATE (1:6)    TO  W-MONTH-WORK.
           COMPUTE  W-TODAY-MONTHS  =  (W-MW-YYYY * 12)  +  W-MW-MM.

           COMPUTE  W-ARREARS-MONTHS  =
               W-TODAY-MONTHS  -  W-EFF-MONTHS.

           IF  W-ARREARS-MONTHS  LESS THAN  ZEROES
               MOVE  ZEROES  TO  W-ARREARS-MONTHS
           END-IF.

           IF  W-MW-MM  EQUAL TO  12
               ADD   1     TO  W-MW-YYYY
               MOVE  1     TO  W-MW-MM
           ELSE
               ADD   1     TO  W-MW-MM.

           MOVE  W-MONTH-WORK  TO  W-NP-YYYYMM.

       B0600-DERIVE-ARREARS-MONTHS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-PENSIONS                           *
      *****************************************************************
      *    THIS SECTION READS EVERY PENSION IN PAY STATUS ENTITLED    *
      *    BEFORE THE EFFECTIVE DATE AND NOT YET INDEXED FOR THE      *
      *    DECREE YEAR, IN PENSION-TYPE ORDER SO THE REGISTER BREAKS  *
      *    ON THE TYPE.                                               *
      *****************************************************************

       B0000-SWEEP-PENSIONS SECTION.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                DECLARE COLA-CURSOR CURSOR FOR
                SELECT   PEN_SSN       ,
                         PEN_TYPE      ,
98277                    COALESCE (PEN_DEP_CIVIL_ID, 0) ,
                         PEN_GROSS_AMT
                FROM     ST_MST_PENSION
                WHERE    PEN_STATUS  =  'P'
                AND     (PEN_ENTL_DATE  IS NULL  OR
                         PEN_ENTL_DATE  <  :T-COL-EFF-DATE)
                AND      NOT EXISTS
                         (SELECT 1
                            FROM ST_HST_PENSION_COLA  H
                           WHERE H.PCH_SSN   =  PEN_SSN
                             AND H.PCH_TYPE  =  PEN_TYPE
                             AND H.PCH_YEAR  =  :T-COL-YEAR
98277                        AND COALESCE (H.PCH_DEP_CIVIL_ID, 0)
98277                            =  COALESCE (PEN_DEP_CIVIL_ID, 0))
                ORDER BY PEN_TYPE ,
                         PEN_SSN
           END-EXEC.

           EXEC SQL
                OPEN COLA-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-PENSION
               UNTIL  W-PENSION-EOF.

           EXEC SQL
                CLOSE COLA-CURSOR
           END-EXEC.

       B0000-SWEEP-PENSIONS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-PENSION                            *
      *****************************************************************

       B0100-FETCH-PENSION SECTION.

           EXEC SQL
                FETCH COLA-CURSOR
                INTO  :T-PEN-SSN       ,
                      :T-PEN-TYPE      ,
98277                 :T-PEN-DEP-CIVIL-ID ,
                      :T-PEN-GROSS-AMT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   IF  W-FIRST-ROW
                       MOVE 'N'         TO  W-FIRST-ROW-SW
                       MOVE T-PEN-TYPE  TO  W-PREV-TYPE
                       MOVE ZEROES  TO  W-TYPE-COUNT  W-TYPE-OLD
                                        W-TYPE-NEW    W-TYPE-ARREARS
                   ELSE
                       IF  T-PEN-TYPE  NOT EQUAL TO  W-PREV-TYPE
                           PERFORM C0400-CLOSE-TYPE-GROUP
                           MOVE T-PEN-TYPE  TO  W-PREV-TYPE
                           MOVE ZEROES  TO  W-TYPE-COUNT
                                            W-TYPE-OLD
                                            W-TYPE-NEW
                                            W-TYPE-ARREARS
                       END-IF
                   END-IF
                   PERFORM C0000-INDEX-PENSION
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-PENSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-INDEX-PENSION                            *
      *****************************************************************
      *    THIS SECTION RAISES ONE PENSION: THE PERCENT INCREASE, OR  *
      *    THE FLAT MINIMUM WHEN THAT IS MORE.  THE MASTER IS         *
      *    UPDATED, THE BEFORE/AFTER AMOUNTS ARE KEPT AND ANY         *
      *    ARREARS ARE POSTED.  SMR#98277: A ROW THE UPDATE DID NOT   *
      *    CHANGE (TAKEN OUT OF PAY SINCE THE FETCH) IS LEFT OUT OF   *
      *    THE HISTORY, THE ARREARS AND THE REGISTER.                 *
      *****************************************************************

       C0000-INDEX-PENSION SECTION.

           COMPUTE  T-PCH-INCR-AMT  ROUNDED  =
               T-PEN-GROSS-AMT  *  T-COL-INCR-PCT  /  100.

           IF  T-PCH-INCR-AMT  LESS THAN  T-COL-FLAT-MIN
               MOVE  T-COL-FLAT-MIN  TO  T-PCH-INCR-AMT
           END-IF.

           COMPUTE  T-PCH-NEW-AMT  =
               T-PEN-GROSS-AMT  +  T-PCH-INCR-AMT.

           MOVE  W-ARREARS-MONTHS  TO  T-PCH-ARREARS-MONTHS.
           COMPUTE  T-PCH-ARREARS-AMT  =
               T-PCH-INCR-AMT  *  T-PCH-ARREARS-MONTHS.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_GROSS_AMT  =  :T-PCH-NEW-AMT
                WHERE   PEN_SSN        =  :T-PEN-SSN
                AND     PEN_TYPE       =  :T-PEN-TYPE
98277           AND     COALESCE (PEN_DEP_CIVIL_ID, 0)
98277                                 =  :T-PEN-DEP-CIVIL-ID
                AND     PEN_STATUS     =  'P'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98277      IF  SQLERRD (3)  EQUAL TO  ZEROES
98277          GO TO C0000-INDEX-PENSION-EXIT
98277      END-IF.

           PERFORM C0100-WRITE-HISTORY.

           IF  T-PCH-ARREARS-AMT  GREATER THAN  ZEROES
               PERFORM C0200-POST-ARREARS
           END-IF.

           PERFORM C0300-WRITE-REGISTER-DETAIL.

           ADD  1                  TO  W-TYPE-COUNT
                                       W-GRAND-COUNT.
           ADD  T-PEN-GROSS-AMT    TO  W-TYPE-OLD
                                       W-GRAND-OLD.
           ADD  T-PCH-NEW-AMT      TO  W-TYPE-NEW
                                       W-GRAND-NEW.
           ADD  T-PCH-ARREARS-AMT  TO  W-TYPE-ARREARS
                                       W-GRAND-ARREARS.

       C0000-INDEX-PENSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-WRITE-HISTORY                            *
      *****************************************************************

       C0100-WRITE-HISTORY SECTION.

           MOVE 'ST_HST_PENSION_COLA'        TO  W-EIBDS.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  T-PCH-POST-DATE.

           EXEC SQL
                INSERT INTO ST_HST_PENSION_COLA
                     (PCH_SSN,             PCH_TYPE,
                      PCH_YEAR,            PCH_EFF_DATE,
                      PCH_INCR_PCT,        PCH_OLD_AMT,
                      PCH_NEW_AMT,         PCH_ARREARS_MONTHS,
                      PCH_ARREARS_AMT,     PCH_POST_DATE,
98277                 PCH_DEP_CIVIL_ID)
                VALUES
                     (:T-PEN-SSN,             :T-PEN-TYPE,
                      :T-COL-YEAR,            :T-COL-EFF-DATE,
                      :T-COL-INCR-PCT,        :T-PEN-GROSS-AMT,
                      :T-PCH-NEW-AMT,         :T-PCH-ARREARS-MONTHS,
                      :T-PCH-ARREARS-AMT,     :T-PCH-POST-DATE,
98277                 :T-PEN-DEP-CIVIL-ID)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0100-WRITE-HISTORY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-POST-ARREARS                             *
      *****************************************************************
      *    THE ARREARS POST THROUGH THE OBSSS627 SERVICE TO THE       *
      *    PENSION DISBURSEMENT ACCOUNT, EFFECTIVE THE NEXT PAY       *
      *    DATE, SO THEY GO OUT WITH THE NEXT PAYROLL.  THE DECREE    *
      *    YEAR RIDES IN THE REFERENCE.                               *
      *****************************************************************

       C0200-POST-ARREARS SECTION.

           MOVE  T-PEN-SSN           TO  X627-SSN.
           MOVE  T-RUN-PENSION-ACCT  TO  X627-ACCT-CDE.
           MOVE  T-PCH-ARREARS-AMT   TO  X627-AMOUNT.
           MOVE  W-NEXT-PAY-DATE     TO  X627-EFF-DATE.
           MOVE  K-COLA-TRAN-CODE    TO  X627-TRAN-CODE.
98277      MOVE  T-PEN-DEP-CIVIL-ID  TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE 'COLA'               TO  X627-REF-NUM (1:4).
           MOVE  T-COL-YEAR          TO  X627-REF-NUM (5:4).
           MOVE  K-COLA-SOURCE       TO  X627-SOURCE.
           MOVE  K-COLA-DEPT         TO  X627-DEPT.
           MOVE  K-COLA-CLERK        TO  X627-CLERK.
           MOVE  K-COLA-TERM         TO  X627-TERM.
           MOVE  ZEROES              TO  X627-LINK-COUNT.
           MOVE 'N'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       C0200-POST-ARREARS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-WRITE-REGISTER-DETAIL                    *
      *****************************************************************

       C0300-WRITE-REGISTER-DETAIL SECTION.

           ADD   1                     TO  W-CLR-SEQ.
           MOVE  SPACES                TO  COLAREG-DET-REC.
           MOVE  W-CLR-SEQ             TO  CLR-SEQ.
           MOVE  T-PEN-TYPE            TO  CLR-TYPE.
           MOVE  T-PEN-SSN             TO  CLR-SSN.
           MOVE  T-PEN-GROSS-AMT       TO  CLR-OLD.
           MOVE  T-PCH-NEW-AMT         TO  CLR-NEW.
           MOVE  T-PCH-ARREARS-MONTHS  TO  CLR-MONTHS.
           MOVE  T-PCH-ARREARS-AMT     TO  CLR-ARREARS.

           EXEC CICS WRITE
                FILE    ('COLAREG ')
                RIDFLD  (CLR-SEQ)
                FROM    (COLAREG-DET-REC)
                LENGTH  (LENGTH OF COLAREG-DET-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'COLAREG '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF CLR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF COLAREG-DET-REC     TO  W-RPL-REC-LEN
98304      MOVE  COLAREG-DET-REC               TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0300-WRITE-REGISTER-DETAIL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-CLOSE-TYPE-GROUP                         *
      *****************************************************************
      *    THIS SECTION CLOSES ONE PENSION TYPE'S REGISTER GROUP      *
      *    WITH ITS BEFORE/AFTER/ARREARS TOTALS.                      *
      *****************************************************************

       C0400-CLOSE-TYPE-GROUP SECTION.

           ADD   1               TO  W-CLR-SEQ.
           MOVE  SPACES          TO  COLAREG-DET-REC.
           MOVE  W-CLR-SEQ       TO  CLT-SEQ.
           MOVE 'TYPE'           TO  CLT-TAG.
           MOVE  W-PREV-TYPE     TO  CLT-TYPE.
           MOVE  W-TYPE-COUNT    TO  CLT-COUNT.
           MOVE  W-TYPE-OLD      TO  CLT-OLD.
           MOVE  W-TYPE-NEW      TO  CLT-NEW.
           MOVE  W-TYPE-ARREARS  TO  CLT-ARREARS.

           EXEC CICS WRITE
                FILE    ('COLAREG ')
                RIDFLD  (CLT-SEQ)
                FROM    (COLAREG-TOT-REC)
                LENGTH  (LENGTH OF COLAREG-TOT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'COLAREG '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF CLT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF COLAREG-TOT-REC     TO  W-RPL-REC-LEN
98304      MOVE  COLAREG-TOT-REC               TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0400-CLOSE-TYPE-GROUP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-GRAND-TOTAL                        *
      *****************************************************************

       C0500-WRITE-GRAND-TOTAL SECTION.

           ADD   1                TO  W-CLR-SEQ.
           MOVE  SPACES           TO  COLAREG-DET-REC.
           MOVE  W-CLR-SEQ        TO  CLT-SEQ.
           MOVE 'GRND'            TO  CLT-TAG.
           MOVE  SPACES           TO  CLT-TYPE.
           MOVE  W-GRAND-COUNT    TO  CLT-COUNT.
           MOVE  W-GRAND-OLD      TO  CLT-OLD.
           MOVE  W-GRAND-NEW      TO  CLT-NEW.
           MOVE  W-GRAND-ARREARS  TO  CLT-ARREARS.

           EXEC CICS WRITE
                FILE    ('COLAREG ')
                RIDFLD  (CLT-SEQ)
                FROM    (COLAREG-TOT-REC)
                LENGTH  (LENGTH OF COLAREG-TOT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'COLAREG '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF CLT-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF COLAREG-TOT-REC     TO  W-RPL-REC-LEN
98304      MOVE  COLAREG-TOT-REC               TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0500-WRITE-GRAND-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-CLOSE-DECREE                             *
      *****************************************************************
      *    THE DECREE IS MARKED DONE WITH THE RUN DATE, SO THE NEXT   *
      *    SCHEDULED RUN FINDS NOTHING TO APPLY UNTIL THE BOARD       *
      *    APPROVES A NEW ONE.                                        *
      *****************************************************************

       C0600-CLOSE-DECREE SECTION.

           MOVE 'ST_CTL_PENSION_COLA'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_CTL_PENSION_COLA
                SET     COL_STATUS        =  'D',
                        COL_APPLIED_DATE  =  :W-TODAY-DATE
                WHERE   COL_YEAR          =  :T-COL-YEAR
                AND     COL_STATUS        =  'A'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       C0600-CLOSE-DECREE-EXIT.  EXIT.
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

98303      MOVE 'OBSSS662'  TO  X684-PROGRAM.
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
               MOVE T-PEN-SSN            TO  ORSS0400-SSN
               MOVE '1662'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
