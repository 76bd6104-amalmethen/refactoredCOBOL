       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *         CHEQUE ENCASHMENT RECONCILIATION  OBSSS680            *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS680.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS680 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX WHEN THE BANK'S PAID-CHEQUE    *
      *                FILE HAS BEEN LOADED TO CHQPDIN, THAT          *
      *                RECONCILES IT TO THE ST_WRK_CHEQUE_REG CHEQUE  *
      *                REGISTER OBSSS679 KEEPS:                       *
      *                                                               *
      *                - A PAID CHEQUE THAT IS ON THE REGISTER AS     *
      *                  ISSUED ('I') FOR THE SAME AMOUNT IS MARKED   *
      *                  ENCASHED ('E') WITH THE BANK'S PAID DATE.    *
      *                - ANY OTHER PAID CHEQUE GOES TO THE            *
      *                  ST_WRK_CHEQUE_EXC REVIEW QUEUE AND THE       *
      *                  REPORT: NOCHQ  (NUMBER NOT ISSUED BY US),    *
      *                  AMTDIF (AMOUNT ALTERED), DUPPD  (ALREADY     *
      *                  ENCASHED) OR VOIDPD (PAID AFTER IT WAS       *
      *                  VOIDED ON ORP1574P -- THE MEMBER MAY HAVE    *
      *                  BEEN PAID TWICE).                            *
      *                - THE CHQRCRPT REPORT CLOSES WITH THE CHEQUES  *
      *                  STILL OUTSTANDING, IN TOTAL AND THOSE OVER   *
      *                  90 DAYS OLD, FOR FOLLOW-UP.                  *
      *                                                               *
      *                THE FEED IS BROWSED INTO A TABLE FIRST AND     *
      *                EACH RECORD CONSUMED AFTERWARD, AS OBSSS628    *
      *                DOES WITH BNKRETIN.  NOTHING IS POSTED: THE    *
      *                PAYMENT WAS POSTED WHEN IT WAS MADE.           *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        CHQPDIN (VSAM PAID-CHEQUE FEED FILE)       *
      *                    ST_WRK_CHEQUE_REG     (DB2 REGISTER)       *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - UPDATED ST_WRK_CHEQUE_REG ROWS; A                 *
      *             ST_WRK_CHEQUE_EXC ROW PER EXCEPTION; THE          *
      *             CHQRCRPT ENCASHMENT REPORT.                       *
      *                                                               *
      *    TABLES - W-FEED-TBL-AREA (THE PAID-CHEQUE FEED).           *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE REPORT   *
      *                     IS WRITTEN.                               *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-679. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98298 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS680'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  K-RSN-NO-CHEQUE         PIC X(06)  VALUE 'NOCHQ '.
           05  K-RSN-AMOUNT-DIFF       PIC X(06)  VALUE 'AMTDIF'.
           05  K-RSN-DUPLICATE         PIC X(06)  VALUE 'DUPPD '.
           05  K-RSN-VOID-PAID         PIC X(06)  VALUE 'VOIDPD'.
           05  K-OLD-CHEQUE-DAYS       PIC S9(04) COMP VALUE +90.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-FEED-EOF                   VALUE 'Y'.

       01  W-TODAY-DATE                PIC X(08).
       01  W-TODAY-9 REDEFINES W-TODAY-DATE
                                       PIC 9(08).
       01  W-OLD-DATE-9                PIC 9(08).
       01  W-OLD-DATE REDEFINES W-OLD-DATE-9
                                       PIC X(08).

      *****************************************************************
      *        PAID-CHEQUE FEED RECORD                                *
      *****************************************************************

       01  CHQPDIN-REC.
           05  PDC-SEQ                 PIC 9(08).
           05  PDC-BANK-BR-AGY         PIC X(04).
           05  PDC-CHEQUE-NUM          PIC 9(09).
           05  PDC-AMOUNT              PIC S9(12)V999.
           05  PDC-PAID-DATE           PIC X(08).
           05  FILLER                  PIC X(06).

      *****************************************************************
      *        FEED TABLE                                             *
      *****************************************************************

       01  W-FEED-TBL-AREA.
           05  W-FEED-COUNT            PIC S9(04) COMP VALUE +0.
           05  C-MAX-FEED              PIC S9(04) COMP VALUE +500.
           05  W-FEED-ENTRY  OCCURS 500 TIMES  INDEXED BY W-FEED-NDX.
               10  W-FEED-REC          PIC X(50).

       01  I                           PIC S9(04) COMP.
       01  W-BROWSE-KEY                PIC 9(08).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        REGISTER / QUEUE HOST VARIABLES                        *
      *****************************************************************

       01  T-CHQ-NUMBER                PIC 9(09).
       01  T-CHQ-SSN                   PIC 9(11).
       01  T-CHQ-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-CHQ-STATUS                PIC X(01).
       01  T-PDC-AMOUNT                PIC S9(12)V999 COMP-3.
       01  T-CQX-REASON                PIC X(06).
       01  T-OUT-COUNT                 PIC S9(09) COMP.
       01  T-OUT-AMOUNT                PIC S9(13)V999 COMP-3.
       01  T-OUT-AMOUNT-IND            PIC S9(04) COMP.
       01  T-OLD-FROM                  PIC X(08)  VALUE '99999999'.

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-ENCASHED-COUNT            PIC S9(07) COMP-3 VALUE +0.
       01  W-ENCASHED-AMOUNT           PIC S9(13)V999 COMP-3 VALUE +0.
       01  W-EXCEPTION-COUNT           PIC S9(07) COMP-3 VALUE +0.

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
           05  PRT-DTL-CHEQUE          PIC 9(09).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-BANK            PIC X(04).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-PAID-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-DTL-AMOUNT          PIC Z(08)9.999-.
           05  FILLER                  PIC X(02).
           05  PRT-DTL-REASON          PIC X(06).
           05  FILLER                  PIC X(02).
           05  PRT-DTL-SSN             PIC X(11).
           05  FILLER                  PIC X(09).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-AMOUNT-DSP                PIC Z(11)9.999-.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '    CHEQUE ENCASHMENT RECONCILIATION        '.
       01  K-COLUMN-HEADING.
           05  FILLER                  PIC X(24)  VALUE
               '    CHEQUE  BANK  PAID  '.
           05  FILLER                  PIC X(24)  VALUE
               '              AMOUNT    '.
           05  FILLER                  PIC X(32)  VALUE
               'REASON  MEMBER SSN'.

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
           COMPUTE  W-OLD-DATE-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-TODAY-9)
                                         -  K-OLD-CHEQUE-DAYS).

           PERFORM D0050-PRINT-HEADING.
           PERFORM B0000-DRAIN-PAID-FILE.
           PERFORM D0400-PRINT-TOTALS.

       A0000-MAINLINE-EXIT.
98303      PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-DRAIN-PAID-FILE                          *
      *****************************************************************

       B0000-DRAIN-PAID-FILE SECTION.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('CHQPDIN ')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-ITEM
                   UNTIL  W-FEED-EOF
               EXEC CICS ENDBR
                    FILE ('CHQPDIN ')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

           PERFORM C0000-PROCESS-ITEM
               VARYING I FROM 1 BY 1
               UNTIL   I  GREATER THAN  W-FEED-COUNT.

       B0000-DRAIN-PAID-FILE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-ITEM                           *
      *****************************************************************

       B0100-READ-NEXT-ITEM SECTION.

           EXEC CICS READNEXT
                FILE   ('CHQPDIN ')
                INTO   (CHQPDIN-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               IF  W-FEED-COUNT  NOT LESS THAN  C-MAX-FEED
                   MOVE 'Y'  TO  W-EOF-SW
               ELSE
                   ADD  1           TO  W-FEED-COUNT
                   SET  W-FEED-NDX  TO  W-FEED-COUNT
                   MOVE CHQPDIN-REC  TO  W-FEED-REC (W-FEED-NDX)
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

       B0100-READ-NEXT-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-PROCESS-ITEM                             *
      *****************************************************************
      *    THIS SECTION WORKS ONE PAID CHEQUE: MARK IT ENCASHED, OR   *
      *    QUEUE AND REPORT IT WITH THE REASON IT COULD NOT BE, THEN  *
      *    CONSUME THE FEED RECORD.                                   *
      *****************************************************************

       C0000-PROCESS-ITEM SECTION.

           SET  W-FEED-NDX  TO  I.
           MOVE  W-FEED-REC (W-FEED-NDX)  TO  CHQPDIN-REC.

           MOVE  PDC-CHEQUE-NUM  TO  T-CHQ-NUMBER.
           MOVE  PDC-AMOUNT      TO  T-PDC-AMOUNT.
           MOVE  ZEROES          TO  T-CHQ-SSN.

           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.

           EXEC SQL
                SELECT   CHQ_SSN ,
                         CHQ_AMOUNT ,
                         CHQ_STATUS
                INTO    :T-CHQ-SSN ,
                        :T-CHQ-AMOUNT ,
                        :T-CHQ-STATUS
                FROM     ST_WRK_CHEQUE_REG
                WHERE    CHQ_NUMBER  =  :T-CHQ-NUMBER
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  K-RSN-NO-CHEQUE    TO  T-CQX-REASON
               GO TO C0000-QUEUE
           END-IF.

           IF  T-CHQ-STATUS  EQUAL TO  'E'
               MOVE  K-RSN-DUPLICATE    TO  T-CQX-REASON
               GO TO C0000-QUEUE
           END-IF.

           IF  T-CHQ-STATUS  NOT EQUAL TO  'I'
               MOVE  K-RSN-VOID-PAID    TO  T-CQX-REASON
               GO TO C0000-QUEUE
           END-IF.

           IF  T-PDC-AMOUNT  NOT EQUAL TO  T-CHQ-AMOUNT
               MOVE  K-RSN-AMOUNT-DIFF  TO  T-CQX-REASON
               GO TO C0000-QUEUE
           END-IF.

           EXEC SQL
                UPDATE  ST_WRK_CHEQUE_REG
                SET     CHQ_STATUS       =  'E',
                        CHQ_ENCASH_DATE  =  :PDC-PAID-DATE
                WHERE   CHQ_NUMBER       =  :T-CHQ-NUMBER
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           ADD  1             TO  W-ENCASHED-COUNT.
           ADD  T-PDC-AMOUNT  TO  W-ENCASHED-AMOUNT.
           GO TO C0000-CONSUME.

       C0000-QUEUE.

           PERFORM C0500-WRITE-EXCEPTION-ROW.
           ADD  1  TO  W-EXCEPTION-COUNT.

       C0000-CONSUME.

           EXEC CICS DELETE
                FILE   ('CHQPDIN ')
                RIDFLD (PDC-SEQ)
                RESP   (W-FILE-RESP)
           END-EXEC.

           EXEC CICS
                SYNCPOINT
           END-EXEC.

       C0000-PROCESS-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WRITE-EXCEPTION-ROW                      *
      *****************************************************************

       C0500-WRITE-EXCEPTION-ROW SECTION.

           MOVE 'ST_WRK_CHEQUE_EXC'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_WRK_CHEQUE_EXC
                     (CQX_CHEQUE_NUM,  CQX_STMT_SEQ,
                      CQX_BANK_BR_AGY, CQX_AMOUNT,
                      CQX_PAID_DATE,   CQX_SSN,
                      CQX_REASON,      CQX_STATUS,
                      CQX_POST_DATE)
                VALUES
                     (:T-CHQ-NUMBER,     :PDC-SEQ,
                      :PDC-BANK-BR-AGY,  :T-PDC-AMOUNT,
                      :PDC-PAID-DATE,    :T-CHQ-SSN,
                      :T-CQX-REASON,     ' ',
                      :W-TODAY-DATE)
98303      END-EXEC
98303      PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  SPACES             TO  PRT-LINE-TEXT.
           MOVE  T-CHQ-NUMBER       TO  PRT-DTL-CHEQUE.
           MOVE  PDC-BANK-BR-AGY    TO  PRT-DTL-BANK.
           MOVE  PDC-PAID-DATE      TO  PRT-DTL-PAID-DATE.
           MOVE  T-PDC-AMOUNT       TO  PRT-DTL-AMOUNT.
           MOVE  T-CQX-REASON       TO  PRT-DTL-REASON.

           IF  T-CHQ-SSN  GREATER THAN  ZEROES
               MOVE  T-CHQ-SSN      TO  PRT-DTL-SSN
           END-IF.

           PERFORM S0100-WRITE-PRINT-LINE.

       C0500-WRITE-EXCEPTION-ROW-EXIT.  EXIT.
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
           MOVE 'RUN DATE                  :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-DATE                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-COLUMN-HEADING   TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0050-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-PRINT-TOTALS                             *
      *****************************************************************
      *    THE RUN'S COUNTS, THEN WHAT IS STILL OUT: EVERY ISSUED     *
      *    CHEQUE NOT YET PRESENTED, AND THOSE ISSUED MORE THAN       *
      *    K-OLD-CHEQUE-DAYS AGO.                                     *
      *****************************************************************

       D0400-PRINT-TOTALS SECTION.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CHEQUES ENCASHED          :'  TO  PRT-CAPTION.
           MOVE  W-ENCASHED-COUNT              TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  W-ENCASHED-AMOUNT             TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'EXCEPTIONS QUEUED         :'  TO  PRT-CAPTION.
           MOVE  W-EXCEPTION-COUNT             TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           PERFORM D0450-COUNT-OUTSTANDING.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'CHEQUES OUTSTANDING       :'  TO  PRT-CAPTION.
           MOVE  T-OUT-COUNT                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  T-OUT-AMOUNT                  TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE  W-OLD-DATE  TO  T-OLD-FROM.
           PERFORM D0450-COUNT-OUTSTANDING.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE '  ISSUED OVER 90 DAYS AGO :'  TO  PRT-CAPTION.
           MOVE  T-OUT-COUNT                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE (1:7).
           MOVE  T-OUT-AMOUNT                  TO  W-AMOUNT-DSP.
           MOVE  W-AMOUNT-DSP                  TO  PRT-VALUE (9:17).
           PERFORM S0100-WRITE-PRINT-LINE.

       D0400-PRINT-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0450-COUNT-OUTSTANDING                        *
      *****************************************************************
      *    ISSUED CHEQUES DATED BEFORE T-OLD-FROM -- ALL OF THEM      *
      *    WHILE T-OLD-FROM STILL HOLDS ITS HIGH VALUE.               *
      *****************************************************************

       D0450-COUNT-OUTSTANDING SECTION.

           MOVE 'ST_WRK_CHEQUE_REG'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT(*) ,
                         SUM (CHQ_AMOUNT)
                INTO    :T-OUT-COUNT ,
                        :T-OUT-AMOUNT:T-OUT-AMOUNT-IND
                FROM     ST_WRK_CHEQUE_REG
                WHERE    CHQ_STATUS      =  'I'
                AND      CHQ_ISSUE_DATE  <  :T-OLD-FROM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-OUT-AMOUNT-IND  LESS THAN  ZERO
               MOVE  ZEROES  TO  T-OUT-AMOUNT
           END-IF.

       D0450-COUNT-OUTSTANDING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('CHQRCRPT')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
98303      END-EXEC
98303      PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'CHQRCRPT'                     TO  T-RPL-REPORT
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

98303      MOVE 'OBSSS680'  TO  X684-PROGRAM.
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

98303      MOVE  W-EXCEPTION-COUNT  TO  X684-ROWS-REJECTED.

98303      MOVE 'E'         TO  X684-FUNCTION.

98303      EXEC CICS LINK
98303           PROGRAM  ('OBSSS684')
98303           COMMAREA (X684-RUN-STATS-AREA)
98303           LENGTH   (LENGTH OF X684-RUN-STATS-AREA)
98303      END-EXEC.

98303  S0975-END-RUN-STATS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

98303  S0981-COUNT-REC-READ SECTION.

98303      IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
98303          ADD  1  TO  X684-ROWS-READ
98303      ELSE
98303          NEXT SENTENCE.

98303  S0981-COUNT-REC-READ-EXIT.  EXIT.
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
               MOVE T-CHQ-SSN            TO  ORSS0400-SSN
               MOVE '1680'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
