       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        QUARTERLY STATISTICAL RETURN          OBSSS699         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS699.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS699 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A QUARTER-END BATCH UTILITY, LINKED TO *
      *                FROM A SCHEDULED PEX, THAT PRODUCES THE        *
      *                STATISTICAL RETURN THE MINISTRY OF PLANNING    *
      *                AND THE BOARD ASK FOR EACH QUARTER, BOTH AS    *
      *                THE QSTRPT REPORT AND AS THE QSTFILE EXTRACT   *
      *                LOADED TO THE MINISTRY'S PORTAL:               *
      *                                                               *
      *                - MEMBERS IN COVERAGE AT QUARTER END BY        *
      *                  NATIONALITY, SEX, FIVE-YEAR AGE BAND AND     *
      *                  SECTOR (ACTIVITY CODE).                      *
      *                - NEW REGISTRATIONS, TERMINATIONS AND DEATHS   *
      *                  DATED IN THE QUARTER.                        *
      *                - PENSIONS AWARDED IN THE QUARTER AND IN       *
      *                  PAYMENT AT QUARTER END, BY PENSION TYPE.     *
      *                - CONTRIBUTIONS BILLED FOR THE QUARTER'S       *
      *                  PERIODS AGAINST THOSE SETTLED BY QUARTER     *
      *                  END, ON THE PAID DATE THE SETTLING RUN       *
      *                  STAMPS ON THE BILL ROW.                      *
      *                                                               *
      *                THE QUARTER DEFAULTS TO THE ONE BEFORE THE     *
      *                BUSINESS DATE AND CAN BE OVERRIDDEN ON THE     *
      *                PROGRAM'S RUN-CONTROL ROW, SO ANY PAST QUARTER *
      *                CAN BE RUN AGAIN.  NATIONALITY AND SECTOR ARE  *
      *                TAKEN AS THEY STOOD AT QUARTER END FROM THE    *
      *                MEMBER CHANGE HISTORY, THE SAME WAY ORP1531P   *
      *                REBUILDS A MEMBER AS OF A PAST DATE.           *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_HST_EMPLOYEE_BASIC (DB2 HISTORY TABLE)  *
      *                    ST_MST_PENSION        (DB2 MASTER TABLE)   *
      *                    ST_WRK_CONTRIB_BILL   (DB2 REGISTER)       *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - QSTRPT HEADINGS AND THE FOUR TABLES OF THE        *
      *             RETURN.                                           *
      *             QSTFILE ONE TAGGED RECORD PER TABLE ROW (MBR,     *
      *             MOV, PEN, CON), CLOSED BY A CTL RECORD CARRYING   *
      *             THE RECORD AND MEMBER COUNTS.                     *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE CONTROL  *
      *                     RECORD.                                   *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-698. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98315 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS699'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-GROUP-EOF                  VALUE 'Y'.

      *****************************************************************
      *              PENSION TYPES, IN REPORT ORDER                   *
      *****************************************************************

       01  W-PEN-TYPE-VALUES.
           05  FILLER                  PIC X(17) VALUE
               'OOLD AGE         '.
           05  FILLER                  PIC X(17) VALUE
               'SSURVIVOR        '.
           05  FILLER                  PIC X(17) VALUE
               'DDISABILITY      '.
       01  W-PEN-TYPE-TABLE REDEFINES W-PEN-TYPE-VALUES.
           05  W-PEN-TYPE-ENTRY  OCCURS 3 TIMES.
               10  W-PEN-TYPE-CODE     PIC X(01).
               10  W-PEN-TYPE-NAME     PIC X(16).
       01  C-MAX-PEN-TYPES             PIC S9(04) COMP VALUE +3.
       01  P                           PIC S9(04) COMP.

      *****************************************************************
      *              RUN CONTROL / QUARTER WINDOWS                    *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS699'.
       01  T-RUN-RPT-PERIOD            PIC X(06).

       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-QTR-NUM                   PIC 9(01).

       01  W-RPT-QUARTER.
           05  W-RQ-YYYY               PIC 9(04).
           05  FILLER                  PIC X(01)  VALUE 'Q'.
           05  W-RQ-NUM                PIC 9(01).

       01  W-DATE-BUILD.
           05  W-DB-YYYYMM.
               10  W-DB-YYYY           PIC 9(04).
               10  W-DB-MM             PIC 9(02).
           05  W-DB-DD                 PIC X(02).

       01  W-ISO-BUILD.
           05  W-ISO-YYYY              PIC X(04).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-ISO-MM                PIC X(02).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-ISO-DD                PIC X(02).

       01  W-QTR-FROM                  PIC X(08).
       01  W-QTR-TO                    PIC X(08).
       01  W-QTR-FROM-ISO              PIC X(10).
       01  W-QTR-TO-ISO                PIC X(10).
       01  W-PERIOD-FROM               PIC X(06).
       01  W-PERIOD-TO                 PIC X(06).
       01  W-QTR-YEAR                  PIC S9(04) COMP.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-QST-NAT-CODE              PIC X(03).
       01  T-QST-SEX-CODE              PIC X(01).
       01  T-QST-AGE-BAND              PIC S9(04) COMP.
       01  T-QST-SECTOR                PIC X(02).
       01  T-QST-MEMBERS               PIC S9(09) COMP.

       01  T-CNT-NEW-REGS              PIC S9(09) COMP.
       01  T-CNT-TERMS                 PIC S9(09) COMP.
       01  T-CNT-DEATHS                PIC S9(09) COMP.

       01  T-PEN-TYPE                  PIC X(01).
       01  T-CNT-AWARDED               PIC S9(09) COMP.
       01  T-CNT-IN-PAY                PIC S9(09) COMP.
       01  T-SUM-IN-PAY                PIC S9(13)V99 COMP-3.

       01  T-SUM-BILLED                PIC S9(13)V999 COMP-3.
       01  T-SUM-COLLECTED             PIC S9(13)V999 COMP-3.

      *****************************************************************
      *              DERIVATION WORK FIELDS                           *
      *****************************************************************

       01  W-AGE-LABEL.
           05  W-AL-LOW                PIC 9(02).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  W-AL-HIGH               PIC 9(02).
       01  W-AGE-LOW                   PIC S9(04) COMP.

       01  W-TOT-MEMBERS               PIC S9(09) COMP-3 VALUE +0.
       01  W-COLLECT-PCT               PIC S9(03)V99 COMP-3 VALUE +0.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  QSTRPT-REC.
           05  QSR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  QSR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  QSR-DETAIL              PIC X(72).
           05  QSR-MBR-DETAIL REDEFINES QSR-DETAIL.
               10  QSR-NAT-CODE        PIC X(03).
               10  FILLER              PIC X(02).
               10  QSR-SEX-CODE        PIC X(01).
               10  FILLER              PIC X(02).
               10  QSR-AGE-BAND        PIC X(05).
               10  FILLER              PIC X(02).
               10  QSR-SECTOR          PIC X(02).
               10  FILLER              PIC X(04).
               10  QSR-MEMBERS         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(40).
           05  QSR-MOV-DETAIL REDEFINES QSR-DETAIL.
               10  QSR-MV-NAME         PIC X(24).
               10  FILLER              PIC X(01).
               10  QSR-MV-COUNT        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(36).
           05  QSR-PEN-DETAIL REDEFINES QSR-DETAIL.
               10  QSR-PEN-TYPE        PIC X(01).
               10  FILLER              PIC X(01).
               10  QSR-PEN-NAME        PIC X(16).
               10  FILLER              PIC X(01).
               10  QSR-PEN-AWARDED     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  QSR-PEN-IN-PAY      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  QSR-PEN-GROSS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(15).
           05  QSR-CON-DETAIL REDEFINES QSR-DETAIL.
               10  QSR-CON-NAME        PIC X(24).
               10  FILLER              PIC X(01).
               10  QSR-CON-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(01).
               10  QSR-CON-PCT         PIC ZZ9.99.
               10  QSR-CON-PCT-SIGN    PIC X(01).
               10  FILLER              PIC X(18).

       01  W-QSR-SEQ                   PIC 9(06)  VALUE ZEROES.

      *****************************************************************
      *              PORTAL EXTRACT / CONTROL RECORDS                 *
      *****************************************************************

       01  QSTFILE-REC.
           05  QSF-SEQ                 PIC 9(06).
           05  QSF-QUARTER             PIC X(06).
           05  QSF-TABLE               PIC X(03).
           05  QSF-DATA                PIC X(45).
           05  QSF-MBR-DATA REDEFINES QSF-DATA.
               10  QSF-NAT-CODE        PIC X(03).
               10  QSF-SEX-CODE        PIC X(01).
               10  QSF-AGE-BAND        PIC 9(02).
               10  QSF-SECTOR          PIC X(02).
               10  QSF-MEMBERS         PIC 9(09).
               10  FILLER              PIC X(28).
           05  QSF-MOV-DATA REDEFINES QSF-DATA.
               10  QSF-NEW-REGS        PIC 9(09).
               10  QSF-TERMS           PIC 9(09).
               10  QSF-DEATHS          PIC 9(09).
               10  FILLER              PIC X(18).
           05  QSF-PEN-DATA REDEFINES QSF-DATA.
               10  QSF-PEN-TYPE        PIC X(01).
               10  QSF-PEN-AWARDED     PIC 9(09).
               10  QSF-PEN-IN-PAY      PIC 9(09).
               10  QSF-PEN-GROSS       PIC S9(13)V99.
               10  FILLER              PIC X(11).
           05  QSF-CON-DATA REDEFINES QSF-DATA.
               10  QSF-BILLED          PIC S9(13)V99.
               10  QSF-COLLECTED       PIC S9(13)V99.
               10  FILLER              PIC X(15).
           05  QSF-CTL-DATA REDEFINES QSF-DATA.
               10  QSF-CTL-RECORDS     PIC 9(09).
               10  QSF-CTL-MEMBERS     PIC 9(09).
               10  FILLER              PIC X(27).

       01  W-QSF-SEQ                   PIC 9(06)  VALUE ZEROES.
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA                       *
      *****************************************************************

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

      *****************************************************************
      *        REPORT ARCHIVE LINE                                    *
      *****************************************************************

       01  T-RPL-REPORT                PIC X(08).
       01  T-RPL-LINE-NO               PIC S9(09) COMP VALUE +0.
       01  T-RPL-TEXT.
           49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
           49  T-RPL-TEXT-DATA         PIC X(133).
       01  W-RPL-IMAGE                 PIC X(250).
       01  W-RPL-KEY-LEN               PIC S9(04) COMP.
       01  W-RPL-REC-LEN               PIC S9(04) COMP.
       01  W-RPL-SQLCA-SAVE            PIC X(136).
       01  W-RPL-EIBDS-SAVE            PIC X(30).

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

           PERFORM S0970-START-RUN-STATS.

           PERFORM B0000-GET-REPORT-QUARTER.
           PERFORM B0100-BUILD-WINDOWS.
           PERFORM C0000-SWEEP-MEMBER-GROUPS.
           PERFORM D0000-WRITE-MOVEMENTS.
           PERFORM E0000-WRITE-PENSION-HEADING.

           PERFORM E0100-WRITE-PENSION-TYPE
               VARYING P FROM 1 BY 1
               UNTIL   P  GREATER THAN  C-MAX-PEN-TYPES.

           PERFORM F0000-WRITE-CONTRIBUTIONS.
           PERFORM G0900-WRITE-CONTROL-RECORD.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-GET-REPORT-QUARTER                       *
      *****************************************************************
      *    THIS SECTION SETTLES THE REPORT QUARTER: THE QUARTER OF    *
      *    THE RUN-CONTROL PERIOD (ANY MONTH IN IT, YYYYMM) WHEN ONE  *
      *    IS SET, OTHERWISE THE QUARTER BEFORE THE BUSINESS DATE.    *
      *****************************************************************

       B0000-GET-REPORT-QUARTER SECTION.

           MOVE  X684-BUS-DATE (1:4)  TO  W-MW-YYYY.
           MOVE  X684-BUS-DATE (5:2)  TO  W-MW-MM.

           COMPUTE  W-QTR-NUM  =  (W-MW-MM  -  1)  /  3  +  1.

           IF  W-QTR-NUM  EQUAL TO  1
               SUBTRACT  1  FROM  W-MW-YYYY
               MOVE  4      TO    W-QTR-NUM
           ELSE
               SUBTRACT  1  FROM  W-QTR-NUM.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_RPT_PERIOD
                INTO    :T-RUN-RPT-PERIOD
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-RPT-PERIOD  NUMERIC  AND
               T-RUN-RPT-PERIOD (5:2)  NOT LESS THAN  '01'  AND
               T-RUN-RPT-PERIOD (5:2)  NOT GREATER THAN  '12'
               MOVE  T-RUN-RPT-PERIOD  TO  W-MONTH-WORK
               COMPUTE  W-QTR-NUM  =  (W-MW-MM  -  1)  /  3  +  1
           ELSE
               NEXT SENTENCE.

           MOVE  W-MW-YYYY  TO  W-RQ-YYYY.
           MOVE  W-QTR-NUM  TO  W-RQ-NUM.
           MOVE  W-MW-YYYY  TO  W-QTR-YEAR.

       B0000-GET-REPORT-QUARTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-BUILD-WINDOWS                            *
      *****************************************************************
      *    THIS SECTION BUILDS THE QUARTER'S FIRST AND LAST DAY IN    *
      *    THE TWO DATE FORMS THE TABLES HOLD -- YYYYMMDD ON THE      *
      *    HISTORY AND PENSION ROWS, YYYY-MM-DD ON THE MEMBER MASTER  *
      *    -- AND THE FIRST AND LAST CONTRIBUTION PERIOD, THEN HEADS  *
      *    THE REPORT.                                                *
      *****************************************************************

       B0100-BUILD-WINDOWS SECTION.

           MOVE  W-RQ-YYYY  TO  W-DB-YYYY.
           COMPUTE  W-DB-MM  =  W-QTR-NUM  *  3  -  2.
           MOVE '01'          TO  W-DB-DD.
           MOVE  W-DATE-BUILD TO  W-QTR-FROM.
           MOVE  W-DB-YYYYMM  TO  W-PERIOD-FROM.

           COMPUTE  W-DB-MM  =  W-QTR-NUM  *  3.

           IF  W-DB-MM  EQUAL TO  06  OR  09
               MOVE '30'  TO  W-DB-DD
           ELSE
               MOVE '31'  TO  W-DB-DD.

           MOVE  W-DATE-BUILD TO  W-QTR-TO.
           MOVE  W-DB-YYYYMM  TO  W-PERIOD-TO.

           MOVE  W-QTR-FROM (1:4)  TO  W-ISO-YYYY.
           MOVE  W-QTR-FROM (5:2)  TO  W-ISO-MM.
           MOVE  W-QTR-FROM (7:2)  TO  W-ISO-DD.
           MOVE  W-ISO-BUILD       TO  W-QTR-FROM-ISO.

           MOVE  W-QTR-TO (1:4)    TO  W-ISO-YYYY.
           MOVE  W-QTR-TO (5:2)    TO  W-ISO-MM.
           MOVE  W-QTR-TO (7:2)    TO  W-ISO-DD.
           MOVE  W-ISO-BUILD       TO  W-QTR-TO-ISO.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'QUARTERLY STATISTICAL RETURN'  TO  QSR-DETAIL (1:28).
           MOVE  W-RPT-QUARTER                  TO  QSR-DETAIL (30:6).
           MOVE 'FROM'                          TO  QSR-DETAIL (37:4).
           MOVE  W-QTR-FROM                     TO  QSR-DETAIL (42:8).
           MOVE 'TO'                            TO  QSR-DETAIL (51:2).
           MOVE  W-QTR-TO                       TO  QSR-DETAIL (54:8).
           PERFORM S0100-WRITE-RPT-LINE.

       B0100-BUILD-WINDOWS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-SWEEP-MEMBER-GROUPS                      *
      *****************************************************************
      *    TABLE 1.  A MEMBER IS IN COVERAGE AT QUARTER END WHEN      *
      *    REGISTERED BY THEN AND NEITHER TERMINATED NOR DEAD BY      *
      *    THEN.  NATIONALITY AND SECTOR ARE THE OLD VALUE OF THE     *
      *    FIRST CHANGE TO THE FIELD DATED AFTER QUARTER END, OR THE  *
      *    MASTER VALUE WHEN THE FIELD HAS NOT CHANGED SINCE.  THE    *
      *    AGE BAND IS FIVE YEARS WIDE ON THE AGE REACHED IN THE      *
      *    QUARTER'S YEAR, AS IN THE OBSSS648 EXTRACT; A MEMBER WITH  *
      *    NO BIRTH DATE FALLS IN BAND 99.                            *
      *****************************************************************

       C0000-SWEEP-MEMBER-GROUPS SECTION.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'MEMBERS IN COVERAGE AT'        TO  QSR-DETAIL (1:22).
           MOVE  W-QTR-TO                       TO  QSR-DETAIL (24:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'NAT  SEX AGE    SECTOR'        TO  QSR-DETAIL (1:22).
           MOVE 'MEMBERS'                       TO  QSR-DETAIL (26:7).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE QST-MBR-CURSOR CURSOR FOR
                SELECT   Q.NAT_CODE ,
                         Q.SEX_CODE ,
                         Q.AGE_BAND ,
                         Q.SECTOR   ,
                         COUNT(*)
                FROM    (SELECT
                         COALESCE(
                          (SELECT MIN(SUBSTR(H.HST_OLD_VALUE, 1, 3))
                           FROM   ST_HST_EMPLOYEE_BASIC  H
                           WHERE  H.HST_SSN         =  E.M_BAS_EE_SSN
                           AND    H.HST_FIELD_NAME  =
                                  'M_BAS_EE_NAT_CODE'
                           AND    H.HST_EFF_DATE    =
                                 (SELECT MIN(H2.HST_EFF_DATE)
                                  FROM   ST_HST_EMPLOYEE_BASIC  H2
                                  WHERE  H2.HST_SSN  =  E.M_BAS_EE_SSN
                                  AND    H2.HST_FIELD_NAME  =
                                         'M_BAS_EE_NAT_CODE'
                                  AND    H2.HST_EFF_DATE  >
                                         :W-QTR-TO)),
                          E.M_BAS_EE_NAT_CODE)       AS NAT_CODE ,
                         E.M_BAS_EE_SEX_CODE         AS SEX_CODE ,
                         CASE WHEN E.M_BAS_EE_BIRTH_DATE IS NULL
                              THEN 99
                              ELSE (:W-QTR-YEAR  -  INTEGER(
                                    SUBSTR(E.M_BAS_EE_BIRTH_DATE,
                                           1, 4)))  /  5
                         END                         AS AGE_BAND ,
                         COALESCE(
                          (SELECT MIN(SUBSTR(H.HST_OLD_VALUE, 1, 2))
                           FROM   ST_HST_EMPLOYEE_BASIC  H
                           WHERE  H.HST_SSN         =  E.M_BAS_EE_SSN
                           AND    H.HST_FIELD_NAME  =
                                  'M_BAS_EE_ACT_CODE'
                           AND    H.HST_EFF_DATE    =
                                 (SELECT MIN(H2.HST_EFF_DATE)
                                  FROM   ST_HST_EMPLOYEE_BASIC  H2
                                  WHERE  H2.HST_SSN  =  E.M_BAS_EE_SSN
                                  AND    H2.HST_FIELD_NAME  =
                                         'M_BAS_EE_ACT_CODE'
                                  AND    H2.HST_EFF_DATE  >
                                         :W-QTR-TO)),
                          E.M_BAS_EE_ACT_CODE)       AS SECTOR
                         FROM   ST_MST_EMPLOYEE_BASIC  E
                         WHERE  E.M_BAS_EE_REG_EFF_DATE  <=
                                :W-QTR-TO-ISO
                         AND   (E.M_BAS_EE_TERM_ACT_DATE  IS NULL  OR
                                E.M_BAS_EE_TERM_ACT_DATE  >
                                :W-QTR-TO-ISO)
                         AND   (E.M_BAS_EE_DEATH_DATE     IS NULL  OR
                                E.M_BAS_EE_DEATH_DATE     >
                                :W-QTR-TO-ISO))  AS Q
                GROUP BY Q.NAT_CODE ,
                         Q.SEX_CODE ,
                         Q.AGE_BAND ,
                         Q.SECTOR
                ORDER BY Q.NAT_CODE ,
                         Q.SEX_CODE ,
                         Q.AGE_BAND ,
                         Q.SECTOR
           END-EXEC.

           EXEC SQL
                OPEN QST-MBR-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0100-FETCH-MEMBER-GROUP
               UNTIL  W-GROUP-EOF.

           EXEC SQL
                CLOSE QST-MBR-CURSOR
           END-EXEC.

           MOVE 'MBR  '                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE 'ALL'                    TO  QSR-NAT-CODE.
           MOVE  W-TOT-MEMBERS           TO  QSR-MEMBERS.
           PERFORM S0100-WRITE-RPT-LINE.

       C0000-SWEEP-MEMBER-GROUPS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-FETCH-MEMBER-GROUP                       *
      *****************************************************************

       C0100-FETCH-MEMBER-GROUP SECTION.

           EXEC SQL
                FETCH QST-MBR-CURSOR
                INTO  :T-QST-NAT-CODE ,
                      :T-QST-SEX-CODE ,
                      :T-QST-AGE-BAND ,
                      :T-QST-SECTOR   ,
                      :T-QST-MEMBERS
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0200-WRITE-MEMBER-GROUP
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       C0100-FETCH-MEMBER-GROUP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-WRITE-MEMBER-GROUP                       *
      *****************************************************************
      *    ONE REPORT LINE AND ONE MBR RECORD PER GROUP.  THE BAND    *
      *    PRINTS AS ITS AGE RANGE, 100+ AT THE TOP AND N/K FOR A     *
      *    MEMBER WITH NO BIRTH DATE.                                 *
      *****************************************************************

       C0200-WRITE-MEMBER-GROUP SECTION.

           ADD  T-QST-MEMBERS  TO  W-TOT-MEMBERS.

           IF  T-QST-AGE-BAND  LESS THAN  ZERO
               MOVE  ZERO  TO  T-QST-AGE-BAND
           ELSE
               NEXT SENTENCE.

           MOVE 'MBR  '                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE  T-QST-NAT-CODE          TO  QSR-NAT-CODE.
           MOVE  T-QST-SEX-CODE          TO  QSR-SEX-CODE.
           MOVE  T-QST-SECTOR            TO  QSR-SECTOR.
           MOVE  T-QST-MEMBERS           TO  QSR-MEMBERS.

           IF  T-QST-AGE-BAND  EQUAL TO  99
               MOVE 'N/K  '              TO  QSR-AGE-BAND
           ELSE
           IF  T-QST-AGE-BAND  GREATER THAN  19
               MOVE '100+ '              TO  QSR-AGE-BAND
           ELSE
               COMPUTE  W-AGE-LOW  =  T-QST-AGE-BAND  *  5
               MOVE  W-AGE-LOW           TO  W-AL-LOW
               ADD   4  W-AGE-LOW    GIVING  W-AL-HIGH
               MOVE  W-AGE-LABEL         TO  QSR-AGE-BAND.

           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                  TO  QSF-DATA.
           MOVE 'MBR'                    TO  QSF-TABLE.
           MOVE  T-QST-NAT-CODE          TO  QSF-NAT-CODE.
           MOVE  T-QST-SEX-CODE          TO  QSF-SEX-CODE.
           MOVE  T-QST-AGE-BAND          TO  QSF-AGE-BAND.
           MOVE  T-QST-SECTOR            TO  QSF-SECTOR.
           MOVE  T-QST-MEMBERS           TO  QSF-MEMBERS.
           PERFORM S0200-WRITE-EXTRACT.

       C0200-WRITE-MEMBER-GROUP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-WRITE-MOVEMENTS                          *
      *****************************************************************
      *    TABLE 2.  REGISTRATIONS, TERMINATIONS AND DEATHS WHOSE     *
      *    DATE ON THE MASTER FALLS IN THE QUARTER.                   *
      *****************************************************************

       D0000-WRITE-MOVEMENTS SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(SUM(CASE WHEN M_BAS_EE_REG_EFF_DATE
                                            BETWEEN :W-QTR-FROM-ISO
                                                AND :W-QTR-TO-ISO
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN M_BAS_EE_TERM_ACT_DATE
                                            BETWEEN :W-QTR-FROM-ISO
                                                AND :W-QTR-TO-ISO
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN M_BAS_EE_DEATH_DATE
                                            BETWEEN :W-QTR-FROM-ISO
                                                AND :W-QTR-TO-ISO
                                       THEN 1 ELSE 0 END), 0)
                INTO    :T-CNT-NEW-REGS ,
                        :T-CNT-TERMS    ,
                        :T-CNT-DEATHS
                FROM     ST_MST_EMPLOYEE_BASIC
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'MEMBERSHIP MOVEMENT IN QUARTER'
                                                TO  QSR-DETAIL (1:30).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'MOVE '                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE 'NEW REGISTRATIONS'      TO  QSR-MV-NAME.
           MOVE  T-CNT-NEW-REGS          TO  QSR-MV-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'MOVE '                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE 'TERMINATIONS'           TO  QSR-MV-NAME.
           MOVE  T-CNT-TERMS             TO  QSR-MV-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'MOVE '                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE 'DEATHS'                 TO  QSR-MV-NAME.
           MOVE  T-CNT-DEATHS            TO  QSR-MV-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                  TO  QSF-DATA.
           MOVE 'MOV'                    TO  QSF-TABLE.
           MOVE  T-CNT-NEW-REGS          TO  QSF-NEW-REGS.
           MOVE  T-CNT-TERMS             TO  QSF-TERMS.
           MOVE  T-CNT-DEATHS            TO  QSF-DEATHS.
           PERFORM S0200-WRITE-EXTRACT.

       D0000-WRITE-MOVEMENTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-WRITE-PENSION-HEADING                    *
      *****************************************************************

       E0000-WRITE-PENSION-HEADING SECTION.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'PENSIONS BY TYPE'              TO  QSR-DETAIL (1:16).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'TYPE'                          TO  QSR-DETAIL (1:4).
           MOVE 'AWARDED'                       TO  QSR-DETAIL (20:7).
           MOVE 'IN PAYMENT'                    TO  QSR-DETAIL (29:10).
           MOVE 'MONTHLY GROSS'                 TO  QSR-DETAIL (45:13).
           PERFORM S0100-WRITE-RPT-LINE.

       E0000-WRITE-PENSION-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0100-WRITE-PENSION-TYPE                       *
      *****************************************************************
      *    TABLE 3.  ONE LINE PER PENSION TYPE.  AWARDED IS AN AWARD  *
      *    DATED IN THE QUARTER; IN PAYMENT IS AN ENTITLEMENT THAT    *
      *    HAD STARTED BY QUARTER END AND HAD NOT BEEN STOPPED BY     *
      *    THEN, WITH ITS MONTHLY GROSS AMOUNT.                       *
      *****************************************************************

       E0100-WRITE-PENSION-TYPE SECTION.

           MOVE  W-PEN-TYPE-CODE (P)  TO  T-PEN-TYPE.
           MOVE 'ST_MST_PENSION'      TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(SUM(CASE WHEN PEN_AWARD_DATE
                                            BETWEEN :W-QTR-FROM
                                                AND :W-QTR-TO
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN PEN_ENTL_DATE
                                            <=  :W-QTR-TO
                                            AND (PEN_STOP_DATE
                                                 IS NULL  OR
                                                 PEN_STOP_DATE
                                            >   :W-QTR-TO)
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN PEN_ENTL_DATE
                                            <=  :W-QTR-TO
                                            AND (PEN_STOP_DATE
                                                 IS NULL  OR
                                                 PEN_STOP_DATE
                                            >   :W-QTR-TO)
                                       THEN PEN_GROSS_AMT
                                       ELSE 0 END), 0)
                INTO    :T-CNT-AWARDED ,
                        :T-CNT-IN-PAY  ,
                        :T-SUM-IN-PAY
                FROM     ST_MST_PENSION
                WHERE    PEN_TYPE  =  :T-PEN-TYPE
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           MOVE 'PENSN'                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE  W-PEN-TYPE-CODE (P)     TO  QSR-PEN-TYPE.
           MOVE  W-PEN-TYPE-NAME (P)     TO  QSR-PEN-NAME.
           MOVE  T-CNT-AWARDED           TO  QSR-PEN-AWARDED.
           MOVE  T-CNT-IN-PAY            TO  QSR-PEN-IN-PAY.
           MOVE  T-SUM-IN-PAY            TO  QSR-PEN-GROSS.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                  TO  QSF-DATA.
           MOVE 'PEN'                    TO  QSF-TABLE.
           MOVE  W-PEN-TYPE-CODE (P)     TO  QSF-PEN-TYPE.
           MOVE  T-CNT-AWARDED           TO  QSF-PEN-AWARDED.
           MOVE  T-CNT-IN-PAY            TO  QSF-PEN-IN-PAY.
           MOVE  T-SUM-IN-PAY            TO  QSF-PEN-GROSS.
           PERFORM S0200-WRITE-EXTRACT.

       E0100-WRITE-PENSION-TYPE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                F0000-WRITE-CONTRIBUTIONS                      *
      *****************************************************************
      *    TABLE 4.  BILLED IS EVERY REGISTER LINE FOR THE QUARTER'S  *
      *    THREE PERIODS EXCEPT A REVERSED ('R') PROVISIONAL BILL;    *
      *    COLLECTED IS THE PART OF IT SETTLED ('P') ON OR BEFORE     *
      *    QUARTER END, BY THE PAID DATE STAMPED ON THE ROW WHEN      *
      *    OBSSS653, OBSSS658 OR OBSSS630 SETTLED IT, SO A PAST       *
      *    QUARTER RUN AGAIN GIVES THE SAME FIGURE.  A ROW SETTLED    *
      *    BEFORE THE PAID DATE WAS KEPT CARRIES NONE AND IS NOT      *
      *    COUNTED.  THE COLLECTION RATE IS TAKEN AGAINST BILLED.     *
      *****************************************************************

       F0000-WRITE-CONTRIBUTIONS SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(SUM(CASE WHEN CBL_STATUS  <>  'R'
                                       THEN CBL_CONTRIB
                                       ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN CBL_STATUS  =   'P'
                                        AND CBL_PAID_DATE  <=  :W-QTR-TO
                                       THEN CBL_CONTRIB
                                       ELSE 0 END), 0)
                INTO    :T-SUM-BILLED    ,
                        :T-SUM-COLLECTED
                FROM     ST_WRK_CONTRIB_BILL
                WHERE    CBL_PERIOD  BETWEEN  :W-PERIOD-FROM
                                         AND  :W-PERIOD-TO
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           IF  T-SUM-BILLED  GREATER THAN  ZERO
               COMPUTE  W-COLLECT-PCT  ROUNDED  =
                        T-SUM-COLLECTED  *  100  /  T-SUM-BILLED
           ELSE
               MOVE  ZEROES  TO  W-COLLECT-PCT.

           MOVE 'HEAD '                         TO  QSR-TYPE.
           MOVE  SPACES                         TO  QSR-DETAIL.
           MOVE 'CONTRIBUTIONS FOR PERIODS'     TO  QSR-DETAIL (1:25).
           MOVE  W-PERIOD-FROM                  TO  QSR-DETAIL (27:6).
           MOVE 'TO'                            TO  QSR-DETAIL (34:2).
           MOVE  W-PERIOD-TO                    TO  QSR-DETAIL (37:6).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'CONTR'                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE 'BILLED'                 TO  QSR-CON-NAME.
           MOVE  T-SUM-BILLED            TO  QSR-CON-AMT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'CONTR'                  TO  QSR-TYPE.
           MOVE  SPACES                  TO  QSR-DETAIL.
           MOVE 'COLLECTED'              TO  QSR-CON-NAME.
           MOVE  T-SUM-COLLECTED         TO  QSR-CON-AMT.
           MOVE  W-COLLECT-PCT           TO  QSR-CON-PCT.
           MOVE '%'                      TO  QSR-CON-PCT-SIGN.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                  TO  QSF-DATA.
           MOVE 'CON'                    TO  QSF-TABLE.
           MOVE  T-SUM-BILLED            TO  QSF-BILLED.
           MOVE  T-SUM-COLLECTED         TO  QSF-COLLECTED.
           PERFORM S0200-WRITE-EXTRACT.

       F0000-WRITE-CONTRIBUTIONS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                G0900-WRITE-CONTROL-RECORD                     *
      *****************************************************************
      *    THE CTL RECORD CLOSES THE EXTRACT WITH THE NUMBER OF DATA  *
      *    RECORDS BEFORE IT AND THE MEMBER TOTAL OF TABLE 1, SO THE  *
      *    PORTAL LOAD CAN PROVE IT RECEIVED THE WHOLE RETURN.        *
      *****************************************************************

       G0900-WRITE-CONTROL-RECORD SECTION.

           MOVE  SPACES              TO  QSF-DATA.
           MOVE 'CTL'                TO  QSF-TABLE.
           MOVE  W-QSF-SEQ           TO  QSF-CTL-RECORDS.
           MOVE  W-TOT-MEMBERS       TO  QSF-CTL-MEMBERS.
           PERFORM S0200-WRITE-EXTRACT.

       G0900-WRITE-CONTROL-RECORD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-QSR-SEQ.
           MOVE  W-QSR-SEQ  TO  QSR-SEQ.

           EXEC CICS WRITE
                FILE    ('QSTRPT  ')
                RIDFLD  (QSR-SEQ)
                FROM    (QSTRPT-REC)
                LENGTH  (LENGTH OF QSTRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'QSTRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF QSR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF QSTRPT-REC          TO  W-RPL-REC-LEN
           MOVE  QSTRPT-REC                    TO  W-RPL-IMAGE
           PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-RPT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0200-WRITE-EXTRACT                            *
      *****************************************************************
      *    THIS SECTION STAMPS THE NEXT SEQUENCE AND THE QUARTER ON   *
      *    THE EXTRACT RECORD BUILT BY THE CALLER AND WRITES IT.      *
      *****************************************************************

       S0200-WRITE-EXTRACT SECTION.

           ADD   1              TO  W-QSF-SEQ.
           MOVE  W-QSF-SEQ      TO  QSF-SEQ.
           MOVE  W-RPT-QUARTER  TO  QSF-QUARTER.

           EXEC CICS WRITE
                FILE    ('QSTFILE ')
                RIDFLD  (QSF-SEQ)
                FROM    (QSTFILE-REC)
                LENGTH  (LENGTH OF QSTFILE-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN.

       S0200-WRITE-EXTRACT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0970-START-RUN-STATS                          *
      *****************************************************************
      *    THIS SECTION OPENS THIS PROGRAM'S ST_BAT_RUN_LOG ROW FOR   *
      *    THE BUSINESS DATE THROUGH OBSSS684, WHICH COMMITS IT, AND  *
      *    ZEROES THE ROW COUNTS KEPT DURING THE RUN.  THE RUN IS     *
      *    TAKEN AS COMPLETED UNLESS IT SAYS OTHERWISE BY THE END.    *
      *****************************************************************

       S0970-START-RUN-STATS SECTION.

           MOVE 'OBSSS699'  TO  X684-PROGRAM.
           MOVE 'S'         TO  X684-FUNCTION.
           MOVE 'C'         TO  X684-END-STATUS.
           MOVE  ZEROES     TO  X684-ROWS-READ
                                X684-ROWS-WRITTEN
                                X684-ROWS-REJECTED.

           EXEC CICS LINK
                PROGRAM  ('OBSSS684')
                COMMAREA (X684-RUN-STATS-AREA)
                LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
           END-EXEC.

       S0970-START-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0975-END-RUN-STATS                            *
      *****************************************************************
      *    THIS SECTION CLOSES THIS PROGRAM'S ST_BAT_RUN_LOG ROW      *
      *    THROUGH OBSSS684 WITH THE END TIME, THE ROW COUNTS AND     *
      *    THE END STATUS.  IT RUNS FROM THE MAINLINE EXIT, SO EVERY  *
      *    NORMAL WAY OUT OF THE PROGRAM IS RECORDED.                 *
      *****************************************************************

       S0975-END-RUN-STATS SECTION.

           MOVE 'E'         TO  X684-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS684')
                COMMAREA (X684-RUN-STATS-AREA)
                LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
           END-EXEC.

       S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0980-COUNT-ROW-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A ROW FETCHED FROM A DB2 CURSOR.       *
      *****************************************************************

       S0980-COUNT-ROW-READ SECTION.

           IF  SQLCODE  EQUAL TO  +0
               ADD  1  TO  X684-ROWS-READ
           ELSE
               NEXT SENTENCE.

       S0980-COUNT-ROW-READ-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0986-COUNT-REC-WRITTEN                        *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD WRITTEN, REWRITTEN OR DELETED *
      *    ON A FILE, REPORT LINES INCLUDED.                          *
      *****************************************************************

       S0986-COUNT-REC-WRITTEN SECTION.

           IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
               ADD  1  TO  X684-ROWS-WRITTEN
           ELSE
               NEXT SENTENCE.

       S0986-COUNT-REC-WRITTEN-EXIT.  EXIT.
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

       S0990-ARCHIVE-REPORT-LINE SECTION.

           IF  EIBRESP  NOT EQUAL TO  DFHRESP(NORMAL)
               GO TO S0990-ARCHIVE-REPORT-LINE-EXIT
           END-IF.

           MOVE  SQLCA    TO  W-RPL-SQLCA-SAVE.
           MOVE  W-EIBDS  TO  W-RPL-EIBDS-SAVE.
           ADD   1        TO  T-RPL-LINE-NO.

           IF  W-RPL-REC-LEN  GREATER THAN  LENGTH OF W-RPL-IMAGE
               MOVE  LENGTH OF W-RPL-IMAGE  TO  W-RPL-REC-LEN
           END-IF.

           COMPUTE  T-RPL-TEXT-LEN  =  W-RPL-REC-LEN  -  W-RPL-KEY-LEN.

           IF  T-RPL-TEXT-LEN  GREATER THAN  LENGTH OF T-RPL-TEXT-DATA
               MOVE  LENGTH OF T-RPL-TEXT-DATA  TO  T-RPL-TEXT-LEN
           END-IF.

           MOVE  W-RPL-IMAGE (W-RPL-KEY-LEN + 1 : T-RPL-TEXT-LEN)
                                         TO  T-RPL-TEXT-DATA.

           MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_RPT_ARCHIVE_LINE
                     (RPL_REPORT,       RPL_RUN_DATE,
                      RPL_JOB,          RPL_LINE_NO,
                      RPL_TEXT)
                VALUES
                     (:T-RPL-REPORT,    :X684-BUS-DATE,
                      :X684-PROGRAM,    :T-RPL-LINE-NO,
                      :T-RPL-TEXT)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  W-RPL-SQLCA-SAVE  TO  SQLCA.
           MOVE  W-RPL-EIBDS-SAVE  TO  W-EIBDS.

       S0990-ARCHIVE-REPORT-LINE-EXIT.  EXIT.
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
               MOVE '1699'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
