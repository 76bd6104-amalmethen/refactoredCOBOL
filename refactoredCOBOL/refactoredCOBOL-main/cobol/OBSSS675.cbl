       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        FISCAL YEAR-END GL CLOSING ROUTINE OBSSS675            *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS675.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS675 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS AN ANNUAL BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS602-674 *
      *                ARE, THAT CLOSES A FISCAL YEAR IN THE GL       *
      *                INSTEAD OF A WEEK OF HAND JOURNALS:            *
      *                                                               *
      *                - THE YEAR CLOSED IS THE ONE ENDING IN         *
      *                  RUN_CLOSE_YEAR ON THE PROGRAM'S RUN-CONTROL  *
      *                  ROW, OR BY DEFAULT THE LAST FISCAL YEAR TO   *
      *                  HAVE ENDED BEFORE THE CWA BUSINESS DATE;     *
      *                  THE YEAR-END MONTH/DAY IS THE CWA FISCAL     *
      *                  YEAR-END ORP1519P MAINTAINS (31 DECEMBER     *
      *                  WHEN NONE IS SET).                           *
      *                - EVERY INCOME ('I') AND EXPENSE ('E') CLASS   *
      *                  ACCOUNT ON LT_ACCOUNTS WITH A NON-ZERO YEAR  *
      *                  BALANCE ON ST_MST_ACCT_BALANCE IS ZEROED BY  *
      *                  A CLOSING ENTRY DATED THE YEAR-END, AND THE  *
      *                  NET RESULT GOES IN ONE ENTRY TO THE RESERVE  *
      *                  ACCOUNT ON THE RUN-CONTROL ROW -- ALL        *
      *                  THROUGH THE OBSSS627 SERVICE.                *
      *                - THE YEAR-END BALANCE OF EVERY ASSET ('A'),   *
      *                  LIABILITY ('L') AND RESERVE ('R') CLASS      *
      *                  ACCOUNT IS CARRIED FORWARD AS THE OPENING    *
      *                  BALANCE (BAL_OPENING) OF THE NEW YEAR'S      *
      *                  FIRST PERIOD ROW ON ST_MST_ACCT_BALANCE.     *
      *                - EVERY PERIOD OF THE YEAR IS THEN HARD-       *
      *                  CLOSED ON ST_ACCTG_PERIOD_STATUS AND THE     *
      *                  YEAR IS RECORDED CLOSED ('C') ON             *
      *                  ST_ACCTG_YEAR_CLOSE, WHICH OBSSS627 HOLDS    *
      *                  AGAINST ANY FURTHER POSTING UNLESS FINANCE   *
      *                  OPENS A SUPERVISED ADJUSTMENT WINDOW ('A')   *
      *                  ON ORP1529P.                                 *
      *                - EVERY ENTRY, OPENING BALANCE AND OUTCOME IS  *
      *                  LISTED ON THE CLSRPT CLOSING REGISTER.       *
      *                                                               *
      *                A YEAR WHOSE CLOSING ENTRY WAS REFUSED STAYS   *
      *                IN PROGRESS ('P') WITH THE UNPOSTED RESERVE    *
      *                AMOUNT KEPT ON ITS ROW, AND A RE-RUN POSTS     *
      *                ONLY WHAT IS STILL OPEN.  A RE-RUN ON A CLOSED *
      *                YEAR LIKEWISE CLOSES WHATEVER A SUPERVISED     *
      *                ADJUSTMENT LEFT ON THE INCOME AND EXPENSE      *
      *                ACCOUNTS AND REFRESHES THE OPENING BALANCES.   *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_ACCT_BALANCE    (DB2 SNAPSHOT)      *
      *                    LT_ACCOUNTS            (DB2 CHART)         *
      *                    ST_ACCTG_YEAR_CLOSE    (DB2 CONTROL TABLE) *
      *                    ST_BAT_RUN_CONTROL     (DB2 CONTROL TABLE) *
      *                    CWA BUSINESS DATE AND FISCAL YEAR-END      *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - A CLOSING ENTRY THROUGH OBSSS627 PER INCOME AND   *
      *             EXPENSE ACCOUNT PLUS ONE RESERVE ENTRY; THE NEW   *
      *             YEAR'S OPENING BALANCES; HARD-CLOSED PERIOD ROWS; *
      *             THE ST_ACCTG_YEAR_CLOSE ROW; THE CLSRPT REGISTER. *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE CLOSE.   *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-674. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98294 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS675'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-CLOSE-TRAN-CODE       PIC X(04)  VALUE 'YECL'.
           05  K-CLOSE-SOURCE          PIC X(02)  VALUE 'YE'.
           05  K-CLOSE-TERM            PIC X(04)  VALUE 'BTCH'.
           05  K-CLOSE-DEPT            PIC X(02)  VALUE 'FN'.
           05  K-CLOSE-CLERK           PIC X(03)  VALUE 'YEC'.
           05  K-DEFAULT-FSC-MTH       PIC 9(02)  VALUE 12.
           05  K-DEFAULT-FSC-DAY       PIC 9(02)  VALUE 31.
      *****************************************************************
      *    OUTCOME NOTES ON THE CLOSING REGISTER'S YEAR LINE          *
      *****************************************************************
           05  K-NOTE-CLOSED           PIC X(06)  VALUE 'CLOSED'.
           05  K-NOTE-HELD             PIC X(06)  VALUE 'HELD  '.
           05  K-NOTE-NOT-ENDED        PIC X(06)  VALUE 'NOTEND'.
           05  K-NOTE-ADJ-OPEN         PIC X(06)  VALUE 'ADJOPN'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ACCT-EOF                   VALUE 'Y'.

       01  W-STOP-SW                   PIC X(01)  VALUE 'N'.
           88  W-STOP-RUN                   VALUE 'Y'.

       01  W-REJECT-SW                 PIC X(01)  VALUE 'N'.
           88  W-LEG-REJECTED               VALUE 'Y'.

      *****************************************************************
      *              RUN CONTROL HOST VARIABLES                       *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS675'.
       01  T-RUN-RESERVE-ACCT          PIC 9(11).
       01  T-RUN-CLOSE-YEAR            PIC X(04).
       01  T-RUN-CLOSE-YEAR-I          PIC S9(04) COMP.

      *****************************************************************
      *              YEAR-CLOSE ROW HOST VARIABLES                    *
      *****************************************************************

       01  T-YRC-YEAR                  PIC X(04).
       01  T-YRC-STATUS                PIC X(01).
       01  T-YRC-BEGIN-DATE            PIC X(08).
       01  T-YRC-END-DATE              PIC X(08).
       01  T-YRC-RESERVE-DUE           PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              BALANCE SNAPSHOT / PERIOD HOST VARIABLES         *
      *****************************************************************

       01  T-BAL-ACCT-CDE              PIC 9(11).
       01  T-BAL-ACCT-CLASS            PIC X(01).
       01  T-BAL-AMOUNT                PIC S9(13)V999 COMP-3.
       01  T-BEG-PERIOD                PIC X(06).
       01  T-END-PERIOD                PIC X(06).
       01  T-NEW-PERIOD                PIC X(06).
       01  T-PER-YYYYMM                PIC X(06).

      *****************************************************************
      *              FISCAL YEAR DATE ARITHMETIC                      *
      *****************************************************************

       01  W-BUS-DATE-9                PIC 9(08).
       01  W-BUS-DATE-R REDEFINES W-BUS-DATE-9.
           05  W-BUS-YYYY              PIC 9(04).
           05  W-BUS-MMDD              PIC X(04).

       01  W-FSC-END-WORK.
           05  W-FE-YYYY               PIC 9(04).
           05  W-FE-MMDD.
               10  W-FE-MM             PIC 9(02).
               10  W-FE-DD             PIC 9(02).
       01  W-FSC-END-9 REDEFINES W-FSC-END-WORK
                                       PIC 9(08).

       01  W-FSC-PRIOR-END-9           PIC 9(08).
       01  W-FSC-BEGIN-9               PIC 9(08).
       01  W-FSC-BEGIN-X REDEFINES W-FSC-BEGIN-9
                                       PIC X(08).
       01  W-NEW-BEGIN-9               PIC 9(08).
       01  W-NEW-BEGIN-X REDEFINES W-NEW-BEGIN-9
                                       PIC X(08).

       01  W-BEG-TOTAL                 PIC S9(06) COMP.
       01  W-END-TOTAL                 PIC S9(06) COMP.
       01  W-MONTH-NDX                 PIC S9(06) COMP.
       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).

      *****************************************************************
      *              CLOSING TOTALS                                   *
      *****************************************************************

       01  W-NET-POSTED                PIC S9(13)V999 COMP-3.
       01  W-RESERVE-AMT               PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              CLOSING REGISTER RECORD                          *
      *    LINE TYPES:  CL - CLOSING ENTRY ON AN INCOME/EXPENSE       *
      *                      ACCOUNT                                  *
      *                 RS - NET RESULT ENTRY ON THE RESERVE ACCOUNT  *
      *                 OP - OPENING BALANCE CARRIED FORWARD          *
      *                 YR - OUTCOME OF THE RUN FOR THE YEAR          *
      *    A REFUSED ENTRY CARRIES THE OBSSS627 MESSAGE CODE.         *
      *****************************************************************

       01  CLSRPT-REC.
           05  CLR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-YEAR                PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-LINE-TYPE           PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-ACCT-CDE            PIC 9(11).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-ACCT-CLASS          PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-AMOUNT              PIC Z(10)9.999-.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLR-MSG-CODE            PIC X(06).

       01  W-CLR-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

       01  W-TODAY-DATE                PIC X(08).

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
      *            L I N K A G E   S E C T I O N                      *
      *****************************************************************

       LINKAGE SECTION.

      *****************************************************************
      *        CWA FIELDS -- THE SITE BUSINESS DATE AND THE FISCAL    *
      *        YEAR-END MONTH/DAY                                     *
      *****************************************************************

       01  CWA-AREA.
           COPY OOC0030.

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

           EXEC CICS  ADDRESS
                      CWA (ADDRESS OF CWA-AREA)
           END-EXEC.

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  ZEROES                      TO  W-NET-POSTED.

           PERFORM B0500-GET-RUN-CONTROL.
           IF  W-STOP-RUN
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0550-SET-CLOSE-YEAR.
           IF  W-STOP-RUN
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0600-OPEN-YEAR-ROW.
           IF  W-STOP-RUN
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0000-CLOSE-INCOME-EXPENSE.
           PERFORM B0200-POST-RESERVE-LEG.

           IF  W-LEG-REJECTED
               PERFORM C0800-HOLD-YEAR-ROW
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0300-CARRY-FORWARD.
           PERFORM B0400-HARD-CLOSE-YEAR.
           PERFORM C0900-COMPLETE-YEAR-ROW.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE RESERVE ACCOUNT THE NET RESULT      *
      *    CLOSES TO, AND THE OPTIONAL YEAR TO CLOSE, FROM THE        *
      *    PROGRAM'S RUN-CONTROL ROW.  WITHOUT THE ROW NOTHING CAN    *
      *    BE CLOSED, SO THE RUN ENDS BEFORE IT STARTS.               *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.
           MOVE  SPACES               TO  T-RUN-CLOSE-YEAR.

           EXEC SQL
                SELECT   RUN_RESERVE_ACCT ,
                         RUN_CLOSE_YEAR
                INTO    :T-RUN-RESERVE-ACCT ,
                        :T-RUN-CLOSE-YEAR:T-RUN-CLOSE-YEAR-I
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE 'Y'  TO  W-STOP-SW
               GO TO B0500-GET-RUN-CONTROL-EXIT
           END-IF.

           IF  T-RUN-CLOSE-YEAR-I  LESS THAN  +0
               MOVE  SPACES  TO  T-RUN-CLOSE-YEAR
           END-IF.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0550-SET-CLOSE-YEAR                           *
      *****************************************************************
      *    THIS SECTION WORKS OUT THE FISCAL YEAR BEING CLOSED: ITS   *
      *    END DATE (THE CWA FISCAL YEAR-END MONTH/DAY IN THE YEAR    *
      *    KEYED ON THE RUN-CONTROL ROW, OR THE LAST ONE PASSED),     *
      *    ITS BEGIN DATE (THE DAY AFTER THE PRIOR YEAR-END), ITS     *
      *    FIRST AND LAST PERIODS AND THE NEW YEAR'S FIRST PERIOD.    *
      *    A YEAR THAT HAS NOT YET ENDED BY THE BUSINESS DATE         *
      *    CANNOT BE CLOSED.                                          *
      *****************************************************************

       B0550-SET-CLOSE-YEAR SECTION.

           MOVE  CWA-BUS-PC-YYYYMMDD  TO  W-BUS-DATE-9.

           IF  CWA-FSC-YR-END-MTH  NUMERIC      AND
               CWA-FSC-YR-END-MTH  GREATER THAN ZEROES  AND
               CWA-FSC-YR-END-DAY  NUMERIC      AND
               CWA-FSC-YR-END-DAY  GREATER THAN ZEROES
               MOVE  CWA-FSC-YR-END-MTH  TO  W-FE-MM
               MOVE  CWA-FSC-YR-END-DAY  TO  W-FE-DD
           ELSE
               MOVE  K-DEFAULT-FSC-MTH   TO  W-FE-MM
               MOVE  K-DEFAULT-FSC-DAY   TO  W-FE-DD
           END-IF.

           IF  T-RUN-CLOSE-YEAR  NUMERIC
               MOVE  T-RUN-CLOSE-YEAR  TO  W-FE-YYYY
           ELSE
               IF  W-BUS-MMDD  GREATER THAN  W-FE-MMDD
                   MOVE  W-BUS-YYYY  TO  W-FE-YYYY
               ELSE
                   COMPUTE  W-FE-YYYY  =  W-BUS-YYYY  -  1
               END-IF
           END-IF.

           MOVE  W-FE-YYYY            TO  T-YRC-YEAR.

           IF  W-FSC-END-9  NOT LESS THAN  W-BUS-DATE-9
               MOVE  ZEROES            TO  W-RESERVE-AMT
               MOVE  K-NOTE-NOT-ENDED  TO  CLR-MSG-CODE
               PERFORM C0700-WRITE-YEAR-LINE
               MOVE 'Y'                TO  W-STOP-SW
               GO TO B0550-SET-CLOSE-YEAR-EXIT
           END-IF.

           COMPUTE  W-FSC-PRIOR-END-9  =  W-FSC-END-9  -  10000.
           COMPUTE  W-FSC-BEGIN-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-FSC-PRIOR-END-9)  +  1).
           COMPUTE  W-NEW-BEGIN-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-FSC-END-9)  +  1).

           MOVE  W-FSC-BEGIN-X        TO  T-YRC-BEGIN-DATE.
           MOVE  W-FSC-END-WORK       TO  T-YRC-END-DATE.
           MOVE  W-FSC-BEGIN-X (1:6)  TO  T-BEG-PERIOD.
           MOVE  W-FSC-END-WORK (1:6) TO  T-END-PERIOD.
           MOVE  W-NEW-BEGIN-X (1:6)  TO  T-NEW-PERIOD.

           MOVE  W-FSC-BEGIN-X (1:4)  TO  W-MW-YYYY.
           MOVE  W-FSC-BEGIN-X (5:2)  TO  W-MW-MM.
           COMPUTE  W-BEG-TOTAL  =  (W-MW-YYYY * 12)  +  W-MW-MM.
           COMPUTE  W-END-TOTAL  =  (W-FE-YYYY * 12)  +  W-FE-MM.

       B0550-SET-CLOSE-YEAR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-OPEN-YEAR-ROW                            *
      *****************************************************************
      *    THIS SECTION PUTS THE YEAR IN PROGRESS ('P') ON            *
      *    ST_ACCTG_YEAR_CLOSE: A NEW YEAR GETS ITS ROW, A HELD ONE   *
      *    RESUMES WITH THE RESERVE AMOUNT STILL OWED, AND A CLOSED   *
      *    ONE RE-OPENS FOR A RE-CLOSE.  A YEAR WITH ITS ADJUSTMENT   *
      *    WINDOW OPEN IS LEFT ALONE UNTIL FINANCE RE-LOCKS IT.       *
      *    THE YEAR-END PERIOD ITSELF IS THEN OPENED FOR THE CLOSING  *
      *    ENTRIES, WHICH ARE DATED ITS LAST DAY.                     *
      *****************************************************************

       B0600-OPEN-YEAR-ROW SECTION.

           MOVE 'ST_ACCTG_YEAR_CLOSE'  TO  W-EIBDS.
           MOVE  ZEROES                TO  T-YRC-RESERVE-DUE.

           EXEC SQL
                SELECT   YRC_STATUS ,
                         YRC_RESERVE_DUE
                INTO    :T-YRC-STATUS ,
                        :T-YRC-RESERVE-DUE
                FROM     ST_ACCTG_YEAR_CLOSE
                WHERE    YRC_YEAR  =  :T-YRC-YEAR
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_ACCTG_YEAR_CLOSE
                         (YRC_YEAR,         YRC_BEGIN_DATE,
                          YRC_END_DATE,     YRC_STATUS,
                          YRC_RESERVE_ACCT, YRC_NET_RESULT,
                          YRC_RESERVE_DUE,  YRC_CLOSE_DATE,
                          YRC_UPD_CLERK,    YRC_UPD_DATE)
                    VALUES
                         (:T-YRC-YEAR,         :T-YRC-BEGIN-DATE,
                          :T-YRC-END-DATE,     'P',
                          :T-RUN-RESERVE-ACCT, 0,
                          0,                   ' ',
                          :K-CLOSE-CLERK,      :W-TODAY-DATE)
               END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
               PERFORM DB2-ERROR
           ELSE
               IF  T-YRC-STATUS  EQUAL TO  'A'
                   MOVE  ZEROES           TO  W-RESERVE-AMT
                   MOVE  K-NOTE-ADJ-OPEN  TO  CLR-MSG-CODE
                   PERFORM C0700-WRITE-YEAR-LINE
                   MOVE 'Y'               TO  W-STOP-SW
                   GO TO B0600-OPEN-YEAR-ROW-EXIT
               ELSE
                   EXEC SQL
                        UPDATE  ST_ACCTG_YEAR_CLOSE
                        SET     YRC_STATUS     =  'P',
                                YRC_UPD_CLERK  =  :K-CLOSE-CLERK,
                                YRC_UPD_DATE   =  :W-TODAY-DATE
                        WHERE   YRC_YEAR       =  :T-YRC-YEAR
                   END-EXEC
98303              PERFORM S0985-COUNT-ROWS-WRITTEN
                   PERFORM DB2-ERROR
               END-IF
           END-IF.

           MOVE 'ST_ACCTG_PERIOD_STATUS'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_ACCTG_PERIOD_STATUS
                SET     PER_STATUS  =  'O'
                WHERE   PER_YYYYMM  =  :T-END-PERIOD
                AND     PER_STATUS  <> 'O'
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

       B0600-OPEN-YEAR-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-CLOSE-INCOME-EXPENSE                     *
      *****************************************************************
      *    THIS SECTION SUMS THE YEAR'S SNAPSHOT ROWS FOR EVERY       *
      *    INCOME AND EXPENSE CLASS ACCOUNT AND CLOSES EACH ONE       *
      *    STILL CARRYING A BALANCE.                                  *
      *****************************************************************

       B0000-CLOSE-INCOME-EXPENSE SECTION.

           MOVE 'ST_MST_ACCT_BALANCE'  TO  W-EIBDS.
           MOVE 'N'                    TO  W-EOF-SW.

           EXEC SQL
                DECLARE IECL-CURSOR CURSOR FOR
                SELECT   B.BAL_ACCT_CDE ,
                         A.ACCT_CLASS ,
                         SUM (B.BAL_OPENING + B.BAL_CLOSING)
                FROM     ST_MST_ACCT_BALANCE  B ,
                         LT_ACCOUNTS          A
                WHERE    A.ACCT_CODE      =  B.BAL_ACCT_CDE
                AND      A.ACCT_ORG_CODE  =  01
                AND      A.ACCT_CLASS     IN  ('I', 'E')
                AND      B.BAL_PERIOD  BETWEEN  :T-BEG-PERIOD
                                           AND  :T-END-PERIOD
                GROUP BY B.BAL_ACCT_CDE ,
                         A.ACCT_CLASS
                HAVING   SUM (B.BAL_OPENING + B.BAL_CLOSING)  <>  0
                ORDER BY B.BAL_ACCT_CDE
           END-EXEC.

           EXEC SQL
                OPEN IECL-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-IE-ACCOUNT
               UNTIL  W-ACCT-EOF.

           EXEC SQL
                CLOSE IECL-CURSOR
           END-EXEC.

       B0000-CLOSE-INCOME-EXPENSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-IE-ACCOUNT                         *
      *****************************************************************

       B0100-FETCH-IE-ACCOUNT SECTION.

           EXEC SQL
                FETCH IECL-CURSOR
                INTO  :T-BAL-ACCT-CDE ,
                      :T-BAL-ACCT-CLASS ,
                      :T-BAL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-POST-CLOSING-LEG
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-IE-ACCOUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-POST-RESERVE-LEG                         *
      *****************************************************************
      *    THIS SECTION POSTS THE NET OF THE CLOSING ENTRIES THAT     *
      *    WENT THROUGH, PLUS ANY RESERVE AMOUNT AN EARLIER RUN       *
      *    COULD NOT POST, TO THE RESERVE ACCOUNT IN ONE ENTRY.  A    *
      *    REFUSED RESERVE ENTRY IS KEPT OWING ON THE YEAR ROW.       *
      *****************************************************************

       B0200-POST-RESERVE-LEG SECTION.

           COMPUTE  W-RESERVE-AMT  =
               W-NET-POSTED  +  T-YRC-RESERVE-DUE.
           MOVE  ZEROES  TO  T-YRC-RESERVE-DUE.

           IF  W-RESERVE-AMT  EQUAL TO  ZEROES
               GO TO B0200-POST-RESERVE-LEG-EXIT
           END-IF.

           MOVE  T-RUN-RESERVE-ACCT  TO  T-BAL-ACCT-CDE.
           MOVE 'R'                  TO  T-BAL-ACCT-CLASS.
           MOVE  W-RESERVE-AMT       TO  X627-AMOUNT.
           PERFORM C0100-LINK-POSTING-SERVICE.

           MOVE 'RS'  TO  CLR-LINE-TYPE.
           MOVE  W-RESERVE-AMT  TO  CLR-AMOUNT.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-TXN-ERR
               MOVE 'Y'            TO  W-REJECT-SW
               MOVE  W-RESERVE-AMT TO  T-YRC-RESERVE-DUE
               MOVE  X627-MSG-CODE TO  CLR-MSG-CODE
           ELSE
               MOVE  SPACES        TO  CLR-MSG-CODE
           END-IF.

           PERFORM C0600-WRITE-REGISTER-LINE.

       B0200-POST-RESERVE-LEG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-CARRY-FORWARD                            *
      *****************************************************************
      *    THIS SECTION CARRIES EVERY BALANCE-SHEET ACCOUNT'S YEAR-   *
      *    END BALANCE (ITS OWN OPENING PLUS THE YEAR'S MOVEMENT,     *
      *    THE RESERVE NOW INCLUDING THE NET RESULT) INTO THE NEW     *
      *    YEAR'S FIRST PERIOD.  ANY OPENING BALANCES AN EARLIER      *
      *    CLOSE OF THE SAME YEAR LEFT ARE CLEARED FIRST, SO A        *
      *    RE-CLOSE REPLACES THEM RATHER THAN ADDING TO THEM.         *
      *****************************************************************

       B0300-CARRY-FORWARD SECTION.

           MOVE 'ST_MST_ACCT_BALANCE'  TO  W-EIBDS.
           MOVE 'N'                    TO  W-EOF-SW.

           EXEC SQL
                UPDATE  ST_MST_ACCT_BALANCE
                SET     BAL_OPENING  =  0
                WHERE   BAL_PERIOD   =  :T-NEW-PERIOD
                AND     BAL_OPENING  <> 0
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC SQL
                DECLARE BSCF-CURSOR CURSOR FOR
                SELECT   B.BAL_ACCT_CDE ,
                         A.ACCT_CLASS ,
                         SUM (B.BAL_OPENING + B.BAL_CLOSING)
                FROM     ST_MST_ACCT_BALANCE  B ,
                         LT_ACCOUNTS          A
                WHERE    A.ACCT_CODE      =  B.BAL_ACCT_CDE
                AND      A.ACCT_ORG_CODE  =  01
                AND      A.ACCT_CLASS     IN  ('A', 'L', 'R')
                AND      B.BAL_PERIOD  BETWEEN  :T-BEG-PERIOD
                                           AND  :T-END-PERIOD
                GROUP BY B.BAL_ACCT_CDE ,
                         A.ACCT_CLASS
                HAVING   SUM (B.BAL_OPENING + B.BAL_CLOSING)  <>  0
                ORDER BY B.BAL_ACCT_CDE
           END-EXEC.

           EXEC SQL
                OPEN BSCF-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0310-FETCH-BS-ACCOUNT
               UNTIL  W-ACCT-EOF.

           EXEC SQL
                CLOSE BSCF-CURSOR
           END-EXEC.

       B0300-CARRY-FORWARD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0310-FETCH-BS-ACCOUNT                         *
      *****************************************************************

       B0310-FETCH-BS-ACCOUNT SECTION.

           EXEC SQL
                FETCH BSCF-CURSOR
                INTO  :T-BAL-ACCT-CDE ,
                      :T-BAL-ACCT-CLASS ,
                      :T-BAL-AMOUNT
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0200-WRITE-OPENING-BALANCE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0310-FETCH-BS-ACCOUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0400-HARD-CLOSE-YEAR                          *
      *****************************************************************
      *    THIS SECTION HARD-CLOSES EVERY PERIOD OF THE YEAR, SO      *
      *    OBSSS601 REDIRECTS ANY LATE BATCH ENTRY OUT OF IT THE      *
      *    WAY IT DOES FOR ANY HARD-CLOSED MONTH.                     *
      *****************************************************************

       B0400-HARD-CLOSE-YEAR SECTION.

           PERFORM C0500-HARD-CLOSE-PERIOD
               VARYING W-MONTH-NDX
               FROM    W-BEG-TOTAL  BY  1
               UNTIL   W-MONTH-NDX  GREATER THAN  W-END-TOTAL.

       B0400-HARD-CLOSE-YEAR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-POST-CLOSING-LEG                         *
      *****************************************************************
      *    THIS SECTION ZEROES ONE INCOME OR EXPENSE ACCOUNT WITH     *
      *    THE REVERSE OF ITS YEAR BALANCE.  ONLY A POSTED ENTRY      *
      *    COUNTS TOWARDS THE RESERVE; A REFUSED ONE STAYS ON THE     *
      *    ACCOUNT FOR THE NEXT RUN AND HOLDS THE YEAR OPEN.          *
      *****************************************************************

       C0000-POST-CLOSING-LEG SECTION.

           COMPUTE  X627-AMOUNT  =  ZERO  -  T-BAL-AMOUNT.
           PERFORM C0100-LINK-POSTING-SERVICE.

           MOVE 'CL'  TO  CLR-LINE-TYPE.
           MOVE  X627-AMOUNT  TO  CLR-AMOUNT.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-TXN-ERR
               MOVE 'Y'            TO  W-REJECT-SW
               MOVE  X627-MSG-CODE TO  CLR-MSG-CODE
           ELSE
               ADD   T-BAL-AMOUNT  TO  W-NET-POSTED
               MOVE  SPACES        TO  CLR-MSG-CODE
           END-IF.

           PERFORM C0600-WRITE-REGISTER-LINE.

       C0000-POST-CLOSING-LEG-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-LINK-POSTING-SERVICE                     *
      *****************************************************************
      *    THIS SECTION POSTS ONE CLOSING ENTRY (ACCOUNT IN           *
      *    T-BAL-ACCT-CDE, AMOUNT ALREADY IN X627-AMOUNT) THROUGH     *
      *    OBSSS627, DATED THE YEAR-END.  EACH ENTRY GOES UNDER ITS   *
      *    OWN ACCOUNT NUMBER AS THE KEY, SO ENTRIES POSTED IN THE    *
      *    SAME INSTANT NEVER SHARE A LEAD KEY.  THE RUN IS ITSELF    *
      *    FINANCE'S AUTHORITY FOR THE ENTRIES, SO THE APPROVAL       *
      *    THRESHOLD IS SKIPPED.                                      *
      *****************************************************************

       C0100-LINK-POSTING-SERVICE SECTION.

           MOVE  T-BAL-ACCT-CDE      TO  X627-SSN.
           MOVE  T-BAL-ACCT-CDE      TO  X627-ACCT-CDE.
           MOVE  T-YRC-END-DATE      TO  X627-EFF-DATE.
           MOVE  K-CLOSE-TRAN-CODE   TO  X627-TRAN-CODE.
           MOVE  ZEROES              TO  X627-CIVIL-ID.
           MOVE  SPACES              TO  X627-REF-NUM.
           MOVE  T-YRC-YEAR          TO  X627-REF-NUM (1:4).
           MOVE  K-CLOSE-SOURCE      TO  X627-SOURCE.
           MOVE  K-CLOSE-DEPT        TO  X627-DEPT.
           MOVE  K-CLOSE-CLERK       TO  X627-CLERK.
           MOVE  K-CLOSE-TERM        TO  X627-TERM.
           MOVE  ZEROES              TO  X627-LINK-COUNT.
           MOVE 'Y'                  TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

       C0100-LINK-POSTING-SERVICE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-WRITE-OPENING-BALANCE                    *
      *****************************************************************
      *    THIS SECTION SETS ONE ACCOUNT'S OPENING BALANCE ON THE     *
      *    NEW YEAR'S FIRST PERIOD ROW, ADDING THE ROW WHEN NOTHING   *
      *    HAS POSTED TO THE ACCOUNT IN THAT PERIOD YET.              *
      *****************************************************************

       C0200-WRITE-OPENING-BALANCE SECTION.

           MOVE 'ST_MST_ACCT_BALANCE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_ACCT_BALANCE
                SET     BAL_OPENING   =  :T-BAL-AMOUNT
                WHERE   BAL_ACCT_CDE  =  :T-BAL-ACCT-CDE
                AND     BAL_PERIOD    =  :T-NEW-PERIOD
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLERRD (3)  EQUAL TO  ZEROES
               EXEC SQL
                    INSERT INTO ST_MST_ACCT_BALANCE
                         (BAL_ACCT_CDE,  BAL_PERIOD,
                          BAL_DEBITS,    BAL_CREDITS,
                          BAL_CLOSING,   BAL_OPENING)
                    VALUES
                         (:T-BAL-ACCT-CDE, :T-NEW-PERIOD,
                          0,               0,
                          0,               :T-BAL-AMOUNT)
               END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
               PERFORM DB2-ERROR
           END-IF.

           MOVE 'OP'            TO  CLR-LINE-TYPE.
           MOVE  T-BAL-AMOUNT   TO  CLR-AMOUNT.
           MOVE  SPACES         TO  CLR-MSG-CODE.
           PERFORM C0600-WRITE-REGISTER-LINE.

       C0200-WRITE-OPENING-BALANCE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-HARD-CLOSE-PERIOD                        *
      *****************************************************************
      *    THIS SECTION HARD-CLOSES ONE PERIOD, ADDING ITS STATUS     *
      *    ROW IF IT IS NOT ON FILE, THE SAME WAY ORP1529P DOES.      *
      *****************************************************************

       C0500-HARD-CLOSE-PERIOD SECTION.

           COMPUTE  W-MW-YYYY  =  (W-MONTH-NDX - 1)  /  12.
           COMPUTE  W-MW-MM    =
               W-MONTH-NDX  -  (W-MW-YYYY * 12).
           MOVE  W-MONTH-WORK             TO  T-PER-YYYYMM.

           MOVE 'ST_ACCTG_PERIOD_STATUS'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_ACCTG_PERIOD_STATUS
                SET      PER_STATUS  =  'H'
                WHERE    PER_YYYYMM  =  :T-PER-YYYYMM
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_ACCTG_PERIOD_STATUS
                         (PER_YYYYMM,   PER_STATUS)
                    VALUES
                         (:T-PER-YYYYMM, 'H')
               END-EXEC
98303          PERFORM S0985-COUNT-ROWS-WRITTEN
               PERFORM DB2-ERROR
           ELSE
               PERFORM DB2-ERROR.

       C0500-HARD-CLOSE-PERIOD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-WRITE-REGISTER-LINE                      *
      *****************************************************************
      *    THE CALLER SETS THE LINE TYPE, AMOUNT AND MESSAGE CODE;    *
      *    THE ACCOUNT AND ITS CLASS ARE THE ONES IN HAND.            *
      *****************************************************************

       C0600-WRITE-REGISTER-LINE SECTION.

           ADD   1                 TO  W-CLR-SEQ.
           MOVE  W-CLR-SEQ         TO  CLR-SEQ.
           MOVE  T-YRC-YEAR        TO  CLR-YEAR.
           MOVE  T-BAL-ACCT-CDE    TO  CLR-ACCT-CDE.
           MOVE  T-BAL-ACCT-CLASS  TO  CLR-ACCT-CLASS.

           EXEC CICS WRITE
                FILE    ('CLSRPT  ')
                RIDFLD  (CLR-SEQ)
                FROM    (CLSRPT-REC)
                LENGTH  (LENGTH OF CLSRPT-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'CLSRPT  '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF CLR-SEQ             TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF CLSRPT-REC          TO  W-RPL-REC-LEN
98304      MOVE  CLSRPT-REC                    TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       C0600-WRITE-REGISTER-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-WRITE-YEAR-LINE                          *
      *****************************************************************
      *    THE CLOSING REGISTER'S OUTCOME LINE FOR THE YEAR: THE      *
      *    CALLER SETS THE NOTE AND THE AMOUNT (THE RESERVE ENTRY,    *
      *    OR ZERO WHEN NOTHING WAS POSTED).                          *
      *****************************************************************

       C0700-WRITE-YEAR-LINE SECTION.

           MOVE  ZEROES         TO  T-BAL-ACCT-CDE.
           MOVE  SPACE          TO  T-BAL-ACCT-CLASS.
           MOVE 'YR'            TO  CLR-LINE-TYPE.
           MOVE  W-RESERVE-AMT  TO  CLR-AMOUNT.
           PERFORM C0600-WRITE-REGISTER-LINE.

       C0700-WRITE-YEAR-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0800-HOLD-YEAR-ROW                            *
      *****************************************************************
      *    A REFUSED ENTRY LEAVES THE YEAR IN PROGRESS: THE PERIODS   *
      *    STAY AS THEY ARE, THE RESERVE AMOUNT STILL OWED IS KEPT    *
      *    ON THE ROW FOR THE RE-RUN, AND THE REGISTER SAYS HELD.     *
98303 *    THE HELD YEAR IS THE RUN'S REJECTED ROW ON ST_BAT_RUN_LOG. *
      *****************************************************************

       C0800-HOLD-YEAR-ROW SECTION.

           MOVE 'ST_ACCTG_YEAR_CLOSE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_ACCTG_YEAR_CLOSE
                SET     YRC_RESERVE_DUE  =  :T-YRC-RESERVE-DUE,
                        YRC_NET_RESULT   =  YRC_NET_RESULT +
                                            :W-NET-POSTED
                WHERE   YRC_YEAR         =  :T-YRC-YEAR
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

98303      ADD   1            TO  X684-ROWS-REJECTED.

           MOVE  K-NOTE-HELD  TO  CLR-MSG-CODE.
           PERFORM C0700-WRITE-YEAR-LINE.

       C0800-HOLD-YEAR-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0900-COMPLETE-YEAR-ROW                        *
      *****************************************************************
      *    THE YEAR IS CLOSED ('C'): OBSSS627 NOW REFUSES ANY         *
      *    POSTING DATED IN IT UNLESS AN ADJUSTMENT WINDOW IS OPENED. *
      *****************************************************************

       C0900-COMPLETE-YEAR-ROW SECTION.

           MOVE 'ST_ACCTG_YEAR_CLOSE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_ACCTG_YEAR_CLOSE
                SET     YRC_STATUS       =  'C',
                        YRC_RESERVE_DUE  =  0,
                        YRC_NET_RESULT   =  YRC_NET_RESULT +
                                            :W-NET-POSTED,
                        YRC_CLOSE_DATE   =  :W-TODAY-DATE,
                        YRC_UPD_CLERK    =  :K-CLOSE-CLERK,
                        YRC_UPD_DATE     =  :W-TODAY-DATE
                WHERE   YRC_YEAR         =  :T-YRC-YEAR
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE  K-NOTE-CLOSED  TO  CLR-MSG-CODE.
           PERFORM C0700-WRITE-YEAR-LINE.

       C0900-COMPLETE-YEAR-ROW-EXIT.  EXIT.
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

98303      MOVE 'OBSSS675'  TO  X684-PROGRAM.
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
               MOVE ZEROES               TO  ORSS0400-SSN
               MOVE '1675'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
