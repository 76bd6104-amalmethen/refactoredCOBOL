       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *    EMPLOYER UNAPPLIED CASH AGED LIST ROUTINE OBSSS670         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS670.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS670 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A MONTHLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT LISTS FOR FINANCE   *
      *                EVERY EMPLOYER HOLDING UNAPPLIED CASH.  THE    *
      *                OPEN ST_WRK_ER_UNAPPLIED ROWS (RECEIPTS LEFT   *
      *                OVER BY OBSSS653 OR RELEASED BY A PAID         *
      *                PROVISIONAL LINE IN OBSSS630, NOT YET APPLIED  *
      *                BY OBSSS630 OR REFUNDED THROUGH ORP1569P) ARE  *
      *                AGED ON THEIR RECEIPT DATE INTO FOUR BANDS:    *
      *                                                               *
      *                - 0 TO 30 DAYS                                 *
      *                - 31 TO 60 DAYS                                *
      *                - 61 TO 90 DAYS                                *
      *                - OVER 90 DAYS                                 *
      *                                                               *
      *                ONE LINE PRINTS PER EMPLOYER WITH THE OPEN     *
      *                AMOUNT IN EACH BAND AND ITS TOTAL, FOLLOWED    *
      *                BY THE BAND TOTALS FOR ALL EMPLOYERS AND THE   *
      *                AMOUNT ALREADY UNDER AN OPEN REFUND REQUEST.   *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_WRK_ER_UNAPPLIED   (DB2 REGISTER)       *
      *                    ST_WRK_ER_REFUND      (DB2 REGISTER)       *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - UNAPRT REPORT, ONE LINE PER EMPLOYER WITH OPEN    *
      *             UNAPPLIED CASH, AND A SUMMARY.                    *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-669. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98288 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS670'.

       01  CONSTANTS.
           05  K-BAND-1-DAYS           PIC S9(04) COMP VALUE +30.
           05  K-BAND-2-DAYS           PIC S9(04) COMP VALUE +60.
           05  K-BAND-3-DAYS           PIC S9(04) COMP VALUE +90.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-ER-EOF                     VALUE 'Y'.

      *****************************************************************
      *              AGEING CUTOFF DATES                              *
      *****************************************************************

       01  W-TODAY-9                   PIC 9(08).
       01  W-TODAY-INT                 PIC S9(08) COMP.
       01  W-CUTOFF-INT                PIC S9(08) COMP.
       01  W-CUTOFF-9                  PIC 9(08).
       01  W-CUTOFF-30                 PIC X(08).
       01  W-CUTOFF-60                 PIC X(08).
       01  W-CUTOFF-90                 PIC X(08).

      *****************************************************************
      *              COUNTERS AND TOTALS                              *
      *****************************************************************

       01  W-ER-COUNT                  PIC S9(07) COMP-3 VALUE +0.
       01  W-RECEIPT-COUNT             PIC S9(07) COMP-3 VALUE +0.
       01  W-TOT-BAND-1                PIC S9(11)V999 COMP-3 VALUE +0.
       01  W-TOT-BAND-2                PIC S9(11)V999 COMP-3 VALUE +0.
       01  W-TOT-BAND-3                PIC S9(11)V999 COMP-3 VALUE +0.
       01  W-TOT-BAND-4                PIC S9(11)V999 COMP-3 VALUE +0.
       01  W-TOT-OPEN                  PIC S9(11)V999 COMP-3 VALUE +0.
       01  W-TOT-REFUND-REQ            PIC S9(11)V999 COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ER-REG-NUM                PIC 9(07).
       01  T-UNA-COUNT                 PIC S9(09) COMP.
       01  T-UNA-BAND-1                PIC S9(09)V999 COMP-3.
       01  T-UNA-BAND-2                PIC S9(09)V999 COMP-3.
       01  T-UNA-BAND-3                PIC S9(09)V999 COMP-3.
       01  T-UNA-BAND-4                PIC S9(09)V999 COMP-3.
       01  T-UNA-OPEN-TOTAL            PIC S9(09)V999 COMP-3.
       01  T-ERF-REQ-TOTAL             PIC S9(09)V999 COMP-3.

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
           05  FILLER                  PIC X(01).
           05  PRT-DTL-BAND-1          PIC Z(07)9.999.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-BAND-2          PIC Z(07)9.999.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-BAND-3          PIC Z(07)9.999.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-BAND-4          PIC Z(07)9.999.
           05  FILLER                  PIC X(01).
           05  PRT-DTL-TOTAL           PIC Z(07)9.999.
           05  FILLER                  PIC X(07).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(10)9.999.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '   EMPLOYER UNAPPLIED CASH - AGED BALANCES  '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(09)  VALUE ' EMPLOYER'.
           05  FILLER                  PIC X(13)  VALUE '    0-30 DAYS'.
           05  FILLER                  PIC X(13)  VALUE '   31-60 DAYS'.
           05  FILLER                  PIC X(13)  VALUE '   61-90 DAYS'.
           05  FILLER                  PIC X(13)  VALUE ' OVER 90 DAYS'.
           05  FILLER                  PIC X(13)  VALUE '        TOTAL'.
           05  FILLER                  PIC X(06)  VALUE SPACES.

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

           PERFORM B0500-SET-CUTOFFS.
           PERFORM C0100-PRINT-HEADING.
           PERFORM B0000-SWEEP-EMPLOYERS.
           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0500-SET-CUTOFFS                              *
      *****************************************************************
      *    A RECEIPT DATED ON OR AFTER TODAY MINUS 30 DAYS IS IN THE  *
      *    FIRST BAND, ON OR AFTER TODAY MINUS 60 DAYS IN THE SECOND, *
      *    ON OR AFTER TODAY MINUS 90 DAYS IN THE THIRD, AND ANY      *
      *    OLDER RECEIPT IS OVER 90 DAYS.                             *
      *****************************************************************

       B0500-SET-CUTOFFS SECTION.

           COMPUTE  W-CUTOFF-INT  =  W-TODAY-INT  -  K-BAND-1-DAYS.
           COMPUTE  W-CUTOFF-9    =
               FUNCTION DATE-OF-INTEGER (W-CUTOFF-INT).
           MOVE  W-CUTOFF-9  TO  W-CUTOFF-30.

           COMPUTE  W-CUTOFF-INT  =  W-TODAY-INT  -  K-BAND-2-DAYS.
           COMPUTE  W-CUTOFF-9    =
               FUNCTION DATE-OF-INTEGER (W-CUTOFF-INT).
           MOVE  W-CUTOFF-9  TO  W-CUTOFF-60.

           COMPUTE  W-CUTOFF-INT  =  W-TODAY-INT  -  K-BAND-3-DAYS.
           COMPUTE  W-CUTOFF-9    =
               FUNCTION DATE-OF-INTEGER (W-CUTOFF-INT).
           MOVE  W-CUTOFF-9  TO  W-CUTOFF-90.

       B0500-SET-CUTOFFS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0000-SWEEP-EMPLOYERS                          *
      *****************************************************************
      *    THIS SECTION READS THE OPEN UNAPPLIED CASH SUMMED INTO     *
      *    THE FOUR AGE BANDS, ONE ROW PER EMPLOYER.                  *
      *****************************************************************

       B0000-SWEEP-EMPLOYERS SECTION.

           MOVE 'ST_WRK_ER_UNAPPLIED'  TO  W-EIBDS.

           EXEC SQL
                DECLARE UNAG-CURSOR CURSOR WITH HOLD FOR
                SELECT   UNA_REG_NUM ,
                         COUNT(*) ,
                         SUM (CASE WHEN UNA_RECEIPT_DATE
                                        >=  :W-CUTOFF-30
                                   THEN UNA_OPEN_AMT
                                   ELSE 0 END) ,
                         SUM (CASE WHEN UNA_RECEIPT_DATE
                                        <   :W-CUTOFF-30
                                   AND  UNA_RECEIPT_DATE
                                        >=  :W-CUTOFF-60
                                   THEN UNA_OPEN_AMT
                                   ELSE 0 END) ,
                         SUM (CASE WHEN UNA_RECEIPT_DATE
                                        <   :W-CUTOFF-60
                                   AND  UNA_RECEIPT_DATE
                                        >=  :W-CUTOFF-90
                                   THEN UNA_OPEN_AMT
                                   ELSE 0 END) ,
                         SUM (CASE WHEN UNA_RECEIPT_DATE
                                        <   :W-CUTOFF-90
                                   THEN UNA_OPEN_AMT
                                   ELSE 0 END) ,
                         SUM (UNA_OPEN_AMT)
                FROM     ST_WRK_ER_UNAPPLIED
                WHERE    UNA_STATUS    =  ' '
                AND      UNA_OPEN_AMT  >  0
                GROUP BY UNA_REG_NUM
                ORDER BY UNA_REG_NUM
           END-EXEC.

           EXEC SQL
                OPEN UNAG-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-EMPLOYER
               UNTIL  W-ER-EOF.

           EXEC SQL
                CLOSE UNAG-CURSOR
           END-EXEC.

       B0000-SWEEP-EMPLOYERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-EMPLOYER                           *
      *****************************************************************

       B0100-FETCH-EMPLOYER SECTION.

           EXEC SQL
                FETCH UNAG-CURSOR
                INTO  :T-ER-REG-NUM ,
                      :T-UNA-COUNT ,
                      :T-UNA-BAND-1 ,
                      :T-UNA-BAND-2 ,
                      :T-UNA-BAND-3 ,
                      :T-UNA-BAND-4 ,
                      :T-UNA-OPEN-TOTAL
98303      END-EXEC
98303      PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-LIST-EMPLOYER
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-LIST-EMPLOYER                            *
      *****************************************************************
      *    THIS SECTION PRINTS ONE EMPLOYER'S BANDS AND ADDS THEM TO  *
      *    THE RUN TOTALS, TOGETHER WITH ANY AMOUNT THE EMPLOYER HAS  *
      *    UNDER A REFUND REQUEST NOT YET APPROVED OR REJECTED.       *
      *****************************************************************

       C0000-LIST-EMPLOYER SECTION.

           ADD   1                  TO  W-ER-COUNT.
           ADD   T-UNA-COUNT        TO  W-RECEIPT-COUNT.
           ADD   T-UNA-BAND-1       TO  W-TOT-BAND-1.
           ADD   T-UNA-BAND-2       TO  W-TOT-BAND-2.
           ADD   T-UNA-BAND-3       TO  W-TOT-BAND-3.
           ADD   T-UNA-BAND-4       TO  W-TOT-BAND-4.
           ADD   T-UNA-OPEN-TOTAL   TO  W-TOT-OPEN.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-ER-REG-NUM       TO  PRT-DTL-REG.
           MOVE  T-UNA-BAND-1       TO  PRT-DTL-BAND-1.
           MOVE  T-UNA-BAND-2       TO  PRT-DTL-BAND-2.
           MOVE  T-UNA-BAND-3       TO  PRT-DTL-BAND-3.
           MOVE  T-UNA-BAND-4       TO  PRT-DTL-BAND-4.
           MOVE  T-UNA-OPEN-TOTAL   TO  PRT-DTL-TOTAL.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE 'ST_WRK_ER_REFUND'  TO  W-EIBDS.

           EXEC SQL
                SELECT  COALESCE (SUM (ERF_AMOUNT), 0)
                INTO   :T-ERF-REQ-TOTAL
                FROM    ST_WRK_ER_REFUND
                WHERE   ERF_REG_NUM  =  :T-ER-REG-NUM
                AND     ERF_STATUS  IN  (' ', 'Q')
           END-EXEC.

           PERFORM DB2-ERROR.
           ADD   T-ERF-REQ-TOTAL    TO  W-TOT-REFUND-REQ.

       C0000-LIST-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-PRINT-HEADING                            *
      *****************************************************************

       C0100-PRINT-HEADING SECTION.

           MOVE '1'                 TO  PRT-LINE-CC.
           MOVE  K-INST-HEADER      TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-PAGE-TITLE       TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'AGED AS AT (YYYYMMDD)     :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-9                     TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       C0100-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE 'TOTAL  '           TO  PRT-DTL-REG.
           MOVE  W-TOT-BAND-1       TO  PRT-DTL-BAND-1.
           MOVE  W-TOT-BAND-2       TO  PRT-DTL-BAND-2.
           MOVE  W-TOT-BAND-3       TO  PRT-DTL-BAND-3.
           MOVE  W-TOT-BAND-4       TO  PRT-DTL-BAND-4.
           MOVE  W-TOT-OPEN         TO  PRT-DTL-TOTAL.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EMPLOYERS WITH OPEN CASH  :'  TO  PRT-CAPTION.
           MOVE  W-ER-COUNT                    TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'OPEN UNAPPLIED RECEIPTS   :'  TO  PRT-CAPTION.
           MOVE  W-RECEIPT-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'TOTAL UNAPPLIED CASH      :'  TO  PRT-CAPTION.
           MOVE  W-TOT-OPEN                    TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'UNDER OPEN REFUND REQUEST :'  TO  PRT-CAPTION.
           MOVE  W-TOT-REFUND-REQ              TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE.
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
                FILE    ('UNAPRT  ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'UNAPRT  '                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS670'  TO  X684-PROGRAM.
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
               MOVE '1670'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
