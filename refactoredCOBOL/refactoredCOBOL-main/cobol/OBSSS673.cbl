       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *     CONTRIBUTION RATE CHANGE IMPACT SIMULATION  OBSSS673      *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS673.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS673 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A BATCH UTILITY, LINKED TO FROM A      *
      *                SCHEDULED PEX, THAT SHOWS MANAGEMENT WHAT A    *
      *                PROPOSED CONTRIBUTION RATE WOULD DO BEFORE A   *
      *                SUPERVISOR MAY APPROVE IT ON ORP1572P:         *
      *                                                               *
      *                - THE RATE CHANGE AWAITING SIMULATION (' ' ON  *
      *                  ST_WRK_RATE_CHANGE) IS PICKED UP.            *
      *                - THE LAST DECLARED PERIOD IS THE LATEST       *
      *                  PERIOD ON THE ST_WRK_CONTRIB_BILL REGISTER   *
      *                  WITH MEMBER LINES (EMPLOYER-LEVEL SSN-ZERO   *
      *                  LINES ARE ESTIMATES AND ASSESSMENTS, NOT     *
      *                  DECLARATIONS, AND ARE LEFT OUT).             *
      *                - EACH EMPLOYER'S DECLARED WAGE FOR THAT       *
      *                  PERIOD (ALREADY CAPPED AT THE CEILING WHEN   *
      *                  BILLED) IS RE-PRICED AT THE PROPOSED         *
      *                  EMPLOYER PLUS EMPLOYEE SHARE AND SET AGAINST *
      *                  WHAT WAS ACTUALLY BILLED.                    *
      *                - THE RSIMPRT REPORT LISTS THE CHANGE BY       *
      *                  EMPLOYER WITHIN SECTOR (M_BAS_ER_SECTOR_CODE *
      *                  ON THE EMPLOYER MASTER), WITH SECTOR         *
      *                  SUBTOTALS, A SECTOR SUMMARY PAGE AND THE     *
      *                  GRAND TOTAL.                                 *
      *                - THE PROPOSAL IS MARKED SIMULATED ('S') WITH  *
      *                  THE PERIOD AND THE TWO TOTALS, WHICH IS WHAT *
      *                  LETS ORP1572P ACCEPT THE APPROVAL.           *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_RATE_CHANGE    (DB2 CASE TABLE)     *
      *                    ST_WRK_CONTRIB_BILL   (DB2 BILL REGISTER)  *
      *                    ST_MST_CONTRIB_RATE   (DB2 RATE TABLE)     *
      *                    ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - THE RSIMPRT IMPACT REPORT; THE SIMULATION         *
      *             TOTALS ON THE ST_WRK_RATE_CHANGE PROPOSAL.        *
      *                                                               *
      *    TABLES - W-SECTOR-TABLE (SECTOR TOTALS FOR THE SUMMARY).   *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE REPORT   *
      *                     IS PRINTED, OR AT ONCE WHEN NO CHANGE     *
      *                     AWAITS SIMULATION.                        *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-672. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98292 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS673'.

       01  CONSTANTS.
           05  C-MAX-SECTORS           PIC S9(04) COMP VALUE +99.
           05  K-NO-SECTOR             PIC X(03)  VALUE '***'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-SIM-EOF                    VALUE 'Y'.

      *****************************************************************
      *              SECTOR TOTALS                                    *
      *****************************************************************

       01  W-SECTOR-COUNT              PIC S9(04) COMP VALUE +0.
       01  W-SECTOR-SUB                PIC S9(04) COMP VALUE +0.
       01  W-SECTOR-TABLE.
           05  W-SECTOR-ENTRY          OCCURS 99 TIMES.
               10  W-SECT-CODE         PIC X(03).
               10  W-SECT-ER-COUNT     PIC S9(07)     COMP-3.
               10  W-SECT-CURRENT      PIC S9(13)V999 COMP-3.
               10  W-SECT-PROPOSED     PIC S9(13)V999 COMP-3.

       01  W-PREV-SECTOR               PIC X(03).

      *****************************************************************
      *              AMOUNTS AND COUNTERS                             *
      *****************************************************************

       01  W-PROPOSED-AMT              PIC S9(13)V999 COMP-3.
       01  W-CHANGE-AMT                PIC S9(13)V999 COMP-3.
       01  W-TOTAL-CURRENT             PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-TOTAL-PROPOSED            PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-ER-COUNT                  PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-RCH-EFF-PERIOD            PIC X(06).
       01  T-RCH-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-RCH-EE-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-SIM-PERIOD                PIC X(06).
       01  T-SIM-PERIOD-IND            PIC S9(04) COMP.
       01  T-CTR-ER-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-CTR-EE-RATE               PIC S9(03)V9(04) COMP-3.
       01  T-ER-REG-NUM                PIC 9(07)  VALUE ZEROES.
       01  T-ER-SECTOR                 PIC X(03).
       01  T-SUM-WAGE                  PIC S9(13)V999 COMP-3.
       01  T-SUM-CONTRIB               PIC S9(13)V999 COMP-3.
       01  W-TODAY-DATE                PIC X(08).

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
           05  FILLER                  PIC X(01).
           05  PRT-DTL-WAGE            PIC Z(08)9.999-.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-CURRENT         PIC Z(08)9.999-.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-PROPOSED        PIC Z(08)9.999-.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-CHANGE          PIC Z(08)9.999-.
           05  FILLER                  PIC X(07).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.
       01  W-RATE-DSP                  PIC ZZ9.9999.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   CONTRIBUTION RATE CHANGE - IMPACT        '.
       01  K-SUMMARY-TITLE             PIC X(44)  VALUE
           '   CONTRIBUTION RATE CHANGE - BY SECTOR     '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(08)  VALUE ' EMPLYR '.
           05  FILLER                  PIC X(06)  VALUE '  SEC '.
           05  FILLER                  PIC X(15)  VALUE
               '  DECLARED WAGE'.
           05  FILLER                  PIC X(15)  VALUE
               '  BILLED NOW   '.
           05  FILLER                  PIC X(15)  VALUE
               '  AT NEW RATE  '.
           05  FILLER                  PIC X(15)  VALUE
               '  CHANGE       '.
           05  FILLER                  PIC X(06)  VALUE SPACES.
       01  K-SECTOR-HEADING.
           05  FILLER                  PIC X(08)  VALUE ' EMPLRS '.
           05  FILLER                  PIC X(06)  VALUE '  SEC '.
           05  FILLER                  PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
               '  BILLED NOW   '.
           05  FILLER                  PIC X(15)  VALUE
               '  AT NEW RATE  '.
           05  FILLER                  PIC X(15)  VALUE
               '  CHANGE       '.
           05  FILLER                  PIC X(06)  VALUE SPACES.
       01  K-NO-CHANGE-MSG             PIC X(44)  VALUE
           '   NO RATE CHANGE IS AWAITING SIMULATION.   '.
       01  K-NO-PERIOD-MSG             PIC X(44)  VALUE
           '   NO DECLARED PERIOD ON THE BILL REGISTER. '.
       01  W-NOTHING-MSG               PIC X(44).

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

           PERFORM B0100-GET-PROPOSAL.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  K-NO-CHANGE-MSG  TO  W-NOTHING-MSG
               PERFORM D0200-PRINT-NOTHING
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0200-GET-SIM-PERIOD.

           IF  T-SIM-PERIOD-IND  LESS THAN  ZERO
               MOVE  K-NO-PERIOD-MSG  TO  W-NOTHING-MSG
               PERFORM D0200-PRINT-NOTHING
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0300-GET-CURRENT-RATE.
           PERFORM B0400-PRINT-HEADING.
           PERFORM C0000-SIMULATE.
           PERFORM D0000-PRINT-SUMMARY.
           PERFORM E0000-MARK-SIMULATED.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0100-GET-PROPOSAL                             *
      *****************************************************************

       B0100-GET-PROPOSAL SECTION.

           MOVE 'ST_WRK_RATE_CHANGE'  TO  W-EIBDS.

           EXEC SQL
                SELECT  RCH_EFF_PERIOD ,
                        RCH_ER_RATE ,
                        RCH_EE_RATE
                INTO   :T-RCH-EFF-PERIOD ,
                       :T-RCH-ER-RATE ,
                       :T-RCH-EE-RATE
                FROM    ST_WRK_RATE_CHANGE
                WHERE   RCH_STATUS  =  ' '
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

       B0100-GET-PROPOSAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-GET-SIM-PERIOD                           *
      *****************************************************************
      *    THE LAST DECLARED PERIOD: THE LATEST PERIOD WITH MEMBER    *
      *    LINES ON THE BILL REGISTER.                                *
      *****************************************************************

       B0200-GET-SIM-PERIOD SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.

           EXEC SQL
                SELECT  MAX (CBL_PERIOD)
                INTO   :T-SIM-PERIOD:T-SIM-PERIOD-IND
                FROM    ST_WRK_CONTRIB_BILL
                WHERE   CBL_SSN  <>  0
           END-EXEC.

           PERFORM DB2-ERROR.

       B0200-GET-SIM-PERIOD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-GET-CURRENT-RATE                         *
      *****************************************************************
      *    THE RATE THE PERIOD WAS BILLED AT, FOUND THE WAY OBSSS630  *
      *    C0100 FINDS IT, FOR THE REPORT HEADING.                    *
      *****************************************************************

       B0300-GET-CURRENT-RATE SECTION.

           MOVE 'ST_MST_CONTRIB_RATE'  TO  W-EIBDS.
           MOVE  ZEROES                TO  T-CTR-ER-RATE
                                           T-CTR-EE-RATE.

           EXEC SQL
                SELECT   CTR_ER_RATE ,
                         CTR_EE_RATE
                INTO    :T-CTR-ER-RATE ,
                        :T-CTR-EE-RATE
                FROM     ST_MST_CONTRIB_RATE
                WHERE    CTR_EFF_PERIOD  <=  :T-SIM-PERIOD
                ORDER BY CTR_EFF_PERIOD  DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

       B0300-GET-CURRENT-RATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0400-PRINT-HEADING                            *
      *****************************************************************

       B0400-PRINT-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PROPOSED EFFECTIVE PERIOD :'  TO  PRT-CAPTION.
           MOVE  T-RCH-EFF-PERIOD              TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'SIMULATED PERIOD          :'  TO  PRT-CAPTION.
           MOVE  T-SIM-PERIOD                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CURRENT ER / EE RATE      :'  TO  PRT-CAPTION.
           MOVE  T-CTR-ER-RATE                 TO  W-RATE-DSP.
           MOVE  W-RATE-DSP                    TO  PRT-VALUE (1:8).
           MOVE  T-CTR-EE-RATE                 TO  W-RATE-DSP.
           MOVE  W-RATE-DSP                    TO  PRT-VALUE (12:8).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PROPOSED ER / EE RATE     :'  TO  PRT-CAPTION.
           MOVE  T-RCH-ER-RATE                 TO  W-RATE-DSP.
           MOVE  W-RATE-DSP                    TO  PRT-VALUE (1:8).
           MOVE  T-RCH-EE-RATE                 TO  W-RATE-DSP.
           MOVE  W-RATE-DSP                    TO  PRT-VALUE (12:8).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       B0400-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-SIMULATE                                 *
      *****************************************************************
      *    THIS SECTION READS THE PERIOD'S MEMBER LINES SUMMED BY     *
      *    EMPLOYER, IN SECTOR ORDER.  AN EMPLOYER WITH NO SECTOR     *
      *    ON ITS MASTER ROW IS REPORTED UNDER '***'.                 *
      *****************************************************************

       C0000-SIMULATE SECTION.

           MOVE 'ST_WRK_CONTRIB_BILL'  TO  W-EIBDS.
           MOVE  LOW-VALUES            TO  W-PREV-SECTOR.

           EXEC SQL
                DECLARE SIM-CURSOR CURSOR WITH HOLD FOR
                SELECT   C.CBL_REG_NUM ,
                         COALESCE (B.M_BAS_ER_SECTOR_CODE , '***') ,
                         SUM (C.CBL_WAGE) ,
                         SUM (C.CBL_CONTRIB)
                FROM     ST_WRK_CONTRIB_BILL  C
                LEFT OUTER JOIN
                         ST_MST_EMPLOYER_BASIC  B
                ON       B.M_BAS_ER_REG_NUM  =  C.CBL_REG_NUM
                WHERE    C.CBL_PERIOD  =  :T-SIM-PERIOD
                AND      C.CBL_SSN    <>  0
                GROUP BY C.CBL_REG_NUM ,
                         COALESCE (B.M_BAS_ER_SECTOR_CODE , '***')
                ORDER BY 2 , 1
           END-EXEC.

           EXEC SQL
                OPEN SIM-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0100-FETCH-EMPLOYER
               UNTIL  W-SIM-EOF.

           EXEC SQL
                CLOSE SIM-CURSOR
           END-EXEC.

           IF  W-SECTOR-SUB  GREATER THAN  ZERO
               PERFORM C0300-PRINT-SECTOR-TOTAL
           END-IF.

       C0000-SIMULATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-FETCH-EMPLOYER                           *
      *****************************************************************

       C0100-FETCH-EMPLOYER SECTION.

           EXEC SQL
                FETCH SIM-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-ER-SECTOR ,
                      :T-SUM-WAGE ,
                      :T-SUM-CONTRIB
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0100-FETCH-EMPLOYER-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0100-FETCH-EMPLOYER-EXIT
           END-IF.

           IF  T-ER-SECTOR  EQUAL TO  SPACES
               MOVE  K-NO-SECTOR  TO  T-ER-SECTOR
           END-IF.

           IF  T-ER-SECTOR  NOT EQUAL TO  W-PREV-SECTOR
               IF  W-SECTOR-SUB  GREATER THAN  ZERO
                   PERFORM C0300-PRINT-SECTOR-TOTAL
               END-IF
               PERFORM C0200-OPEN-SECTOR
           END-IF.

           ADD   1  TO  W-ER-COUNT.

           COMPUTE  W-PROPOSED-AMT  ROUNDED  =
               T-SUM-WAGE  *  (T-RCH-ER-RATE  +  T-RCH-EE-RATE).
           COMPUTE  W-CHANGE-AMT  =  W-PROPOSED-AMT  -  T-SUM-CONTRIB.

           ADD   T-SUM-CONTRIB   TO  W-TOTAL-CURRENT.
           ADD   W-PROPOSED-AMT  TO  W-TOTAL-PROPOSED.

           IF  W-SECTOR-SUB  GREATER THAN  ZERO
               ADD  1               TO  W-SECT-ER-COUNT (W-SECTOR-SUB)
               ADD  T-SUM-CONTRIB   TO  W-SECT-CURRENT  (W-SECTOR-SUB)
               ADD  W-PROPOSED-AMT  TO  W-SECT-PROPOSED (W-SECTOR-SUB)
           END-IF.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-ER-REG-NUM       TO  PRT-DTL-REG.
           MOVE  T-ER-SECTOR        TO  PRT-DTL-SECTOR.
           MOVE  T-SUM-WAGE         TO  PRT-DTL-WAGE.
           MOVE  T-SUM-CONTRIB      TO  PRT-DTL-CURRENT.
           MOVE  W-PROPOSED-AMT     TO  PRT-DTL-PROPOSED.
           MOVE  W-CHANGE-AMT       TO  PRT-DTL-CHANGE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0100-FETCH-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-OPEN-SECTOR                              *
      *****************************************************************
      *    A NEW SECTOR TAKES THE NEXT TABLE ENTRY.  PAST THE TABLE   *
      *    SIZE THE EMPLOYERS STILL PRINT AND COUNT IN THE GRAND      *
      *    TOTAL, BUT GET NO SECTOR SUBTOTAL.                         *
      *****************************************************************

       C0200-OPEN-SECTOR SECTION.

           MOVE  T-ER-SECTOR  TO  W-PREV-SECTOR.

           IF  W-SECTOR-COUNT  NOT LESS THAN  C-MAX-SECTORS
               MOVE  ZERO  TO  W-SECTOR-SUB
               GO TO C0200-OPEN-SECTOR-EXIT
           END-IF.

           ADD   1               TO  W-SECTOR-COUNT.
           MOVE  W-SECTOR-COUNT  TO  W-SECTOR-SUB.
           MOVE  T-ER-SECTOR     TO  W-SECT-CODE     (W-SECTOR-SUB).
           MOVE  ZERO            TO  W-SECT-ER-COUNT (W-SECTOR-SUB)
                                     W-SECT-CURRENT  (W-SECTOR-SUB)
                                     W-SECT-PROPOSED (W-SECTOR-SUB).

       C0200-OPEN-SECTOR-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-PRINT-SECTOR-TOTAL                       *
      *****************************************************************

       C0300-PRINT-SECTOR-TOTAL SECTION.

           COMPUTE  W-CHANGE-AMT  =  W-SECT-PROPOSED (W-SECTOR-SUB)
                                  -  W-SECT-CURRENT  (W-SECTOR-SUB).

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'SECTOR'                       TO  PRT-DTL-REG.
           MOVE  W-SECT-CODE     (W-SECTOR-SUB) TO  PRT-DTL-SECTOR.
           MOVE  W-SECT-CURRENT  (W-SECTOR-SUB) TO  PRT-DTL-CURRENT.
           MOVE  W-SECT-PROPOSED (W-SECTOR-SUB) TO  PRT-DTL-PROPOSED.
           MOVE  W-CHANGE-AMT                  TO  PRT-DTL-CHANGE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0300-PRINT-SECTOR-TOTAL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-SUMMARY-TITLE    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-SECTOR-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM D0100-PRINT-SECTOR-LINE
               VARYING  W-SECTOR-SUB  FROM  1  BY  1
               UNTIL    W-SECTOR-SUB  GREATER THAN  W-SECTOR-COUNT.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYERS RE-PRICED       :'  TO  PRT-CAPTION.
           MOVE  W-ER-COUNT                    TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CONTRIBUTIONS BILLED NOW  :'  TO  PRT-CAPTION.
           MOVE  W-TOTAL-CURRENT               TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'AT THE PROPOSED RATE      :'  TO  PRT-CAPTION.
           MOVE  W-TOTAL-PROPOSED              TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           COMPUTE  W-CHANGE-AMT  =  W-TOTAL-PROPOSED
                                  -  W-TOTAL-CURRENT.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CHANGE PER PERIOD         :'  TO  PRT-CAPTION.
           MOVE  W-CHANGE-AMT                  TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-PRINT-SECTOR-LINE                        *
      *****************************************************************

       D0100-PRINT-SECTOR-LINE SECTION.

           COMPUTE  W-CHANGE-AMT  =  W-SECT-PROPOSED (W-SECTOR-SUB)
                                  -  W-SECT-CURRENT  (W-SECTOR-SUB).

           MOVE ' '                             TO  PRT-LINE-CC.
           MOVE  SPACES                         TO  PRT-LINE-TEXT.
           MOVE  W-SECT-ER-COUNT (W-SECTOR-SUB) TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                    TO  PRT-DTL-REG.
           MOVE  W-SECT-CODE     (W-SECTOR-SUB) TO  PRT-DTL-SECTOR.
           MOVE  W-SECT-CURRENT  (W-SECTOR-SUB) TO  PRT-DTL-CURRENT.
           MOVE  W-SECT-PROPOSED (W-SECTOR-SUB) TO  PRT-DTL-PROPOSED.
           MOVE  W-CHANGE-AMT                   TO  PRT-DTL-CHANGE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0100-PRINT-SECTOR-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-PRINT-NOTHING                            *
      *****************************************************************
      *    A ONE-PAGE REPORT CARRYING THE REASON NOTHING WAS          *
      *    SIMULATED, ALREADY MOVED TO W-NOTHING-MSG.                 *
      *****************************************************************

       D0200-PRINT-NOTHING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  W-NOTHING-MSG      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0200-PRINT-NOTHING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-MARK-SIMULATED                           *
      *****************************************************************

       E0000-MARK-SIMULATED SECTION.

           MOVE 'ST_WRK_RATE_CHANGE'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_WRK_RATE_CHANGE
                SET     RCH_STATUS        =  'S',
                        RCH_SIM_PERIOD    =  :T-SIM-PERIOD,
                        RCH_SIM_CURRENT   =  :W-TOTAL-CURRENT,
                        RCH_SIM_PROPOSED  =  :W-TOTAL-PROPOSED,
                        RCH_SIM_DATE      =  :W-TODAY-DATE
                WHERE   RCH_EFF_PERIOD    =  :T-RCH-EFF-PERIOD
                AND     RCH_STATUS        =  ' '
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       E0000-MARK-SIMULATED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('RSIMPRT ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'RSIMPRT '                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS673'  TO  X684-PROGRAM.
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
               MOVE '1673'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
