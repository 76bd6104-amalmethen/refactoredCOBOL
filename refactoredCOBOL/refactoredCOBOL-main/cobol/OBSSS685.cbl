       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        WEEKLY BATCH WINDOW TREND REPORT  OBSSS685             *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS685.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS685 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A WEEKLY BATCH UTILITY, LINKED TO      *
      *                FROM A SCHEDULED PEX, THAT TRENDS THE          *
      *                ST_BAT_RUN_LOG ROWS EVERY OBSSS BATCH PROGRAM  *
      *                WRITES THROUGH OBSSS684, SO OPERATIONS CAN SEE *
      *                A JOB SLOWING DOWN AND THE NIGHTLY CHAIN       *
      *                CLOSING ON THE ONLINE DAY BEFORE IT HAPPENS:   *
      *                                                               *
      *                - THE WEEK IS THE SEVEN DAYS ENDING ON THE CWA *
      *                  BUSINESS DATE; THE BASELINE IS THE 28 DAYS   *
      *                  BEFORE THE WEEK.                             *
      *                - FOR EVERY JOB THE REPORT LISTS ITS COMPLETED *
      *                  RUNS IN THE WEEK AND THE BASELINE, THE       *
      *                  AVERAGE ELAPSED SECONDS OF EACH AND THE      *
      *                  CHANGE, THE ELAPSED TIME OF ITS LATEST       *
      *                  COMPLETED RUN, THE AVERAGE ROWS READ PLUS    *
      *                  WRITTEN OF EACH AND THE CHANGE, THE ROWS     *
      *                  REJECTED IN THE WEEK, AND THE RUNS THAT DID  *
      *                  NOT FINISH (STILL 'S' ON AN EARLIER DATE) OR *
      *                  WERE REFUSED BY THE PREDECESSOR GATE ('R').  *
      *                - A JOB IS FLAGGED LONG WHEN ITS WEEK AVERAGE  *
      *                  OR ITS LATEST RUN IS OVER RUN_TREND_PCT      *
      *                  (RUN-CONTROL, DEFAULT 150) PERCENT OF ITS    *
      *                  BASELINE AVERAGE AND AT LEAST C-MIN-LONG-    *
      *                  SECS OVER IT.  A BASELINE OF FEWER THAN      *
      *                  C-MIN-BASE-RUNS RUNS IS NOT JUDGED; A JOB    *
      *                  WITH NO BASELINE AT ALL IS FLAGGED NEW.      *
      *                - FOR EVERY NIGHT BEFORE TODAY IN THE PERIOD   *
      *                  THE CHAIN IS TAKEN AS RUNNING FROM THE       *
      *                  EARLIEST START TO THE LATEST END LOGGED FOR  *
      *                  THAT BUSINESS DATE.  ITS MARGIN IS THE TIME  *
      *                  LEFT BEFORE THE NEXT ONLINE START            *
      *                  (RUN_ONLINE_START, HHMM, DEFAULT 0700) AFTER *
      *                  THE CHAIN STARTED.                           *
      *                - A LEAST-SQUARES LINE THROUGH THE NIGHTLY     *
      *                  MARGINS GIVES THE MINUTES LOST PER DAY.  A   *
      *                  SHRINKING MARGIN IS PROJECTED FORWARD TO     *
      *                  THE DATE IT REACHES ZERO -- THE NIGHT THE    *
      *                  CHAIN WILL FIRST RUN INTO THE ONLINE DAY.    *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_BAT_RUN_LOG        (DB2 CONTROL TABLE)  *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                    CWA BUSINESS DATE (OOC0030)                *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - THE BWINRPT REPORT.                               *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE          *
      *                     REPORT IS WRITTEN.                        *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-683. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98303 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS685'.

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-WEEK-DAYS             PIC S9(04) COMP VALUE +7.
           05  C-BASE-DAYS             PIC S9(04) COMP VALUE +28.
           05  C-MIN-BASE-RUNS         PIC S9(04) COMP VALUE +3.
           05  C-MIN-LONG-SECS         PIC S9(04) COMP VALUE +60.
           05  C-MIN-CHAIN-NIGHTS      PIC S9(04) COMP VALUE +5.
           05  C-MAX-PROJECT-DAYS      PIC S9(04) COMP VALUE +365.
           05  C-DEFAULT-TREND-PCT     PIC S9(03) COMP-3 VALUE +150.
           05  C-DEFAULT-ONLINE-START  PIC S9(04) COMP-3 VALUE +0700.
           05  C-SECS-PER-DAY          PIC S9(09) COMP VALUE +86400.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

      *****************************************************************
      *        REPORT PERIOD                                          *
      *    THE WEEK IS LOG_BUS_DATE > W-WEEK-FROM UP TO TODAY; THE    *
      *    BASELINE IS LOG_BUS_DATE > W-BASE-FROM UP TO W-WEEK-FROM.  *
      *****************************************************************

       01  W-TODAY-DATE                PIC X(08).
       01  W-TODAY-9 REDEFINES W-TODAY-DATE
                                       PIC 9(08).
       01  W-TODAY-INT                 PIC S9(09) COMP.
       01  W-WEEK-FROM                 PIC X(08).
       01  W-WEEK-FROM-9 REDEFINES W-WEEK-FROM
                                       PIC 9(08).
       01  W-BASE-FROM                 PIC X(08).
       01  W-BASE-FROM-9 REDEFINES W-BASE-FROM
                                       PIC 9(08).
       01  W-BASE-FROM-INT             PIC S9(09) COMP.
       01  W-DATE-WORK                 PIC X(08).
       01  W-DATE-WORK-9 REDEFINES W-DATE-WORK
                                       PIC 9(08).

      *****************************************************************
      *        RUN-CONTROL PARAMETERS                                 *
      *****************************************************************

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS685'.
       01  T-RUN-TREND-PCT             PIC S9(03) COMP-3.
       01  T-RUN-ONLINE-START          PIC S9(04) COMP-3.

       01  W-TREND-PCT                 PIC S9(03) COMP-3.
       01  W-ONLINE-START              PIC 9(04).
       01  W-ONLINE-START-R REDEFINES W-ONLINE-START.
           05  W-ONLINE-HH             PIC 9(02).
           05  W-ONLINE-MM             PIC 9(02).
       01  W-ONLINE-SECS               PIC S9(09) COMP.

      *****************************************************************
      *        PER-JOB TREND HOST VARIABLES                           *
      *****************************************************************

       01  T-JOB-PROGRAM               PIC X(08).
       01  T-JOB-WK-RUNS               PIC S9(09) COMP.
       01  T-JOB-WK-SECS               PIC S9(09) COMP.
       01  T-JOB-WK-ROWS               PIC S9(09) COMP.
       01  T-JOB-WK-REJECTED           PIC S9(09) COMP.
       01  T-JOB-WK-UNFINISHED         PIC S9(09) COMP.
       01  T-JOB-WK-REFUSED            PIC S9(09) COMP.
       01  T-JOB-BS-RUNS               PIC S9(09) COMP.
       01  T-JOB-BS-SECS               PIC S9(09) COMP.
       01  T-JOB-BS-ROWS               PIC S9(09) COMP.

       01  T-LAST-BUS-DATE             PIC X(08).
       01  T-LAST-SECS                 PIC S9(09) COMP.
       01  T-LAST-SECS-IND             PIC S9(04) COMP.

       01  W-LIMIT-SECS                PIC S9(11) COMP-3.
       01  W-PCT-CHANGE                PIC S9(07) COMP-3.
       01  W-LONG-SW                   PIC X(01).
           88  W-JOB-LONG                   VALUE 'Y'.

      *****************************************************************
      *        NIGHTLY CHAIN HOST VARIABLES AND PROJECTION            *
      *    X IS THE NIGHT'S DAY NUMBER FROM W-BASE-FROM, Y ITS MARGIN *
      *    IN MINUTES.  THE FITTED LINE IS Y = A + B * X.             *
      *****************************************************************

       01  T-CHN-BUS-DATE              PIC X(08).
       01  T-CHN-BUS-DATE-9 REDEFINES T-CHN-BUS-DATE
                                       PIC 9(08).
       01  T-CHN-START-SECS            PIC S9(09) COMP.
       01  T-CHN-END-SECS              PIC S9(09) COMP.
       01  T-CHN-ELAPSED-SECS          PIC S9(09) COMP.

       01  W-WINDOW-SECS               PIC S9(09) COMP.
       01  W-MARGIN-MIN                PIC S9(07) COMP-3.
       01  W-ELAPSED-MIN               PIC S9(07) COMP-3.
       01  W-CHN-X                     PIC S9(07) COMP-3.

       01  W-SUM-N                     PIC S9(07) COMP-3 VALUE +0.
       01  W-SUM-X                     PIC S9(11) COMP-3 VALUE +0.
       01  W-SUM-Y                     PIC S9(11) COMP-3 VALUE +0.
       01  W-SUM-XX                    PIC S9(13) COMP-3 VALUE +0.
       01  W-SUM-XY                    PIC S9(13) COMP-3 VALUE +0.
       01  W-DENOM                     PIC S9(15) COMP-3.
       01  W-SLOPE                     PIC S9(07)V9(04) COMP-3.
       01  W-INTERCEPT                 PIC S9(09)V9(04) COMP-3.
       01  W-FIT-MARGIN                PIC S9(09)V9(04) COMP-3.
       01  W-PROJECT-DAYS              PIC S9(09) COMP-3.
       01  W-LAST-X                    PIC S9(07) COMP-3 VALUE +0.
       01  W-LAST-MARGIN               PIC S9(07) COMP-3 VALUE +0.
       01  W-LAST-NIGHT                PIC X(08)  VALUE SPACES.
       01  W-LAST-NIGHT-9 REDEFINES W-LAST-NIGHT
                                       PIC 9(08).
       01  W-OVERRUN-NIGHTS            PIC S9(07) COMP-3 VALUE +0.

       01  W-SECS-WORK                 PIC S9(09) COMP.
       01  W-HH-WORK                   PIC S9(04) COMP.
       01  W-MM-WORK                   PIC S9(04) COMP.
       01  W-TIME-DSP.
           05  W-TIME-HH               PIC 9(02).
           05  FILLER                  PIC X(01)  VALUE ':'.
           05  W-TIME-MM               PIC 9(02).

      *****************************************************************
      *        COUNTERS                                               *
      *****************************************************************

       01  W-JOB-COUNT                 PIC S9(07) COMP-3 VALUE +0.
       01  W-LONG-COUNT                PIC S9(07) COMP-3 VALUE +0.
       01  W-NEW-COUNT                 PIC S9(07) COMP-3 VALUE +0.
       01  W-UNFINISHED-COUNT          PIC S9(07) COMP-3 VALUE +0.
       01  W-REFUSED-COUNT             PIC S9(07) COMP-3 VALUE +0.

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
       01  PRT-JOB-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  PRT-JOB-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(02).
           05  PRT-JOB-WK-RUNS         PIC Z9.
           05  PRT-JOB-SLASH           PIC X(01).
           05  PRT-JOB-BS-RUNS         PIC Z9.
           05  FILLER                  PIC X(02).
           05  PRT-JOB-WK-SECS         PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-BS-SECS         PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-SECS-CHG        PIC -(03)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-LAST-SECS       PIC Z(05)9.
           05  FILLER                  PIC X(02).
           05  PRT-JOB-WK-ROWS         PIC Z(07)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-BS-ROWS         PIC Z(07)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-ROWS-CHG        PIC -(03)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-REJECTED        PIC Z(04)9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-NOT-DONE        PIC Z9.
           05  FILLER                  PIC X(01).
           05  PRT-JOB-FLAG            PIC X(04).
       01  PRT-CHAIN-R REDEFINES PRT-LINE-REC.
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRT-CHN-BUS-DATE        PIC X(08).
           05  FILLER                  PIC X(03).
           05  PRT-CHN-START           PIC X(05).
           05  FILLER                  PIC X(03).
           05  PRT-CHN-END             PIC X(05).
           05  FILLER                  PIC X(04).
           05  PRT-CHN-ELAPSED         PIC Z(04)9.
           05  FILLER                  PIC X(03).
           05  PRT-CHN-MARGIN          PIC -(05)9.
           05  FILLER                  PIC X(02).
           05  PRT-CHN-NOTE            PIC X(35).

       01  W-PRT-LINE-SEQ              PIC 9(07)  VALUE ZEROES.
       01  W-COUNT-DSP                 PIC Z(06)9.
       01  W-SIGNED-DSP                PIC -(06)9.
       01  W-SLOPE-DSP                 PIC -(05)9.99.
       01  W-FILE-RESP                 PIC S9(08) COMP.

       01  K-INST-HEADER               PIC X(44)  VALUE
           '     PUBLIC INSTITUTION FOR SOCIAL SECURITY '.
       01  K-PAGE-TITLE                PIC X(44)  VALUE
           '     WEEKLY BATCH WINDOW TREND REPORT       '.
       01  K-JOB-HEADING-1.
           05  FILLER                  PIC X(40)  VALUE
               'JOB       RUNS   AVG SECONDS   CHG  LATE'.
           05  FILLER                  PIC X(40)  VALUE
               'ST  AVG ROWS READ+WRITTEN   REJ  NF FLAG'.
       01  K-JOB-HEADING-2.
           05  FILLER                  PIC X(40)  VALUE
               '          WK/BS    WEEK   BASE   %    SE'.
           05  FILLER                  PIC X(40)  VALUE
               'CS      WEEK     BASE CHG%  WEEK'.
       01  K-CHAIN-HEADING-1.
           05  FILLER                  PIC X(40)  VALUE
               ' BUS DATE   START    END   ELAPSED   MAR'.
           05  FILLER                  PIC X(40)  VALUE
               'GIN  NOTE'.
       01  K-CHAIN-HEADING-2.
           05  FILLER                  PIC X(40)  VALUE
               '                           MINUTES  MINU'.
           05  FILLER                  PIC X(40)  VALUE
               'TES'.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA                       *
      *****************************************************************

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

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
      *        CWA FIELDS -- THE SITE BUSINESS DATE THE RUN LOG IS    *
      *        KEYED TO                                               *
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

           PERFORM S0970-START-RUN-STATS.

           EXEC CICS  ADDRESS
                      CWA (ADDRESS OF CWA-AREA)
           END-EXEC.

           MOVE  CWA-BUS-DAT-08  TO  W-TODAY-9.

           COMPUTE  W-TODAY-INT  =
               FUNCTION INTEGER-OF-DATE (W-TODAY-9).
           COMPUTE  W-WEEK-FROM-9  =  FUNCTION DATE-OF-INTEGER
               (W-TODAY-INT  -  C-WEEK-DAYS).
           COMPUTE  W-BASE-FROM-INT  =
               W-TODAY-INT  -  C-WEEK-DAYS  -  C-BASE-DAYS.
           COMPUTE  W-BASE-FROM-9  =  FUNCTION DATE-OF-INTEGER
               (W-BASE-FROM-INT).

           PERFORM B0500-GET-RUN-CONTROL.

           PERFORM D0050-PRINT-HEADING.
           PERFORM B0000-TREND-JOBS.
           PERFORM D0400-PRINT-JOB-TOTALS.
           PERFORM B1000-TREND-CHAIN.
           PERFORM C2000-PROJECT-OVERRUN.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-TREND-JOBS                               *
      *****************************************************************
      *    ONE ROW PER JOB LOGGED IN THE WEEK OR THE BASELINE, WITH   *
      *    BOTH PERIODS SUMMED SIDE BY SIDE.  ONLY COMPLETED RUNS     *
      *    ENTER THE AVERAGES.                                        *
      *****************************************************************

       B0000-TREND-JOBS SECTION.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_BAT_RUN_LOG'  TO  W-EIBDS.

           EXEC SQL
                DECLARE JOB-CURSOR CURSOR FOR
                SELECT   LOG_PROGRAM ,
                         SUM (CASE WHEN LOG_BUS_DATE > :W-WEEK-FROM
                                    AND LOG_STATUS = 'C'
                                   THEN 1 ELSE 0 END) ,
                         COALESCE (AVG (CASE
                                   WHEN LOG_BUS_DATE > :W-WEEK-FROM
                                    AND LOG_STATUS = 'C'
                                   THEN LOG_ELAPSED_SECS END) , 0) ,
                         COALESCE (AVG (CASE
                                   WHEN LOG_BUS_DATE > :W-WEEK-FROM
                                    AND LOG_STATUS = 'C'
                                   THEN LOG_ROWS_READ
                                      + LOG_ROWS_WRITTEN END) , 0) ,
                         SUM (CASE WHEN LOG_BUS_DATE > :W-WEEK-FROM
                                   THEN LOG_ROWS_REJECTED
                                   ELSE 0 END) ,
                         SUM (CASE WHEN LOG_BUS_DATE > :W-WEEK-FROM
                                    AND LOG_BUS_DATE < :W-TODAY-DATE
                                    AND LOG_STATUS = 'S'
                                   THEN 1 ELSE 0 END) ,
                         SUM (CASE WHEN LOG_BUS_DATE > :W-WEEK-FROM
                                    AND LOG_STATUS = 'R'
                                   THEN 1 ELSE 0 END) ,
                         SUM (CASE WHEN LOG_BUS_DATE <= :W-WEEK-FROM
                                    AND LOG_STATUS = 'C'
                                   THEN 1 ELSE 0 END) ,
                         COALESCE (AVG (CASE
                                   WHEN LOG_BUS_DATE <= :W-WEEK-FROM
                                    AND LOG_STATUS = 'C'
                                   THEN LOG_ELAPSED_SECS END) , 0) ,
                         COALESCE (AVG (CASE
                                   WHEN LOG_BUS_DATE <= :W-WEEK-FROM
                                    AND LOG_STATUS = 'C'
                                   THEN LOG_ROWS_READ
                                      + LOG_ROWS_WRITTEN END) , 0)
                FROM     ST_BAT_RUN_LOG
                WHERE    LOG_BUS_DATE  >   :W-BASE-FROM
                AND      LOG_BUS_DATE  <=  :W-TODAY-DATE
                GROUP BY LOG_PROGRAM
                ORDER BY LOG_PROGRAM
           END-EXEC.

           EXEC SQL
                OPEN JOB-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-JOB
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE JOB-CURSOR
           END-EXEC.

       B0000-TREND-JOBS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-JOB                                *
      *****************************************************************

       B0100-FETCH-JOB SECTION.

           EXEC SQL
                FETCH JOB-CURSOR
                INTO  :T-JOB-PROGRAM       ,
                      :T-JOB-WK-RUNS       ,
                      :T-JOB-WK-SECS       ,
                      :T-JOB-WK-ROWS       ,
                      :T-JOB-WK-REJECTED   ,
                      :T-JOB-WK-UNFINISHED ,
                      :T-JOB-WK-REFUSED    ,
                      :T-JOB-BS-RUNS       ,
                      :T-JOB-BS-SECS       ,
                      :T-JOB-BS-ROWS
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-FETCH-JOB-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-FETCH-JOB-EXIT
           END-IF.

           ADD  1                    TO  W-JOB-COUNT.
           ADD  T-JOB-WK-UNFINISHED  TO  W-UNFINISHED-COUNT.
           ADD  T-JOB-WK-REFUSED     TO  W-REFUSED-COUNT.

           PERFORM C0000-GET-LATEST-RUN.
           PERFORM C0100-JUDGE-JOB.
           PERFORM D0100-PRINT-JOB-LINE.

       B0100-FETCH-JOB-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE LONG-RUN PERCENT AND THE ONLINE     *
      *    START TIME FROM THE PROGRAM'S RUN-CONTROL ROW.  A MISSING  *
      *    ROW, A ZERO VALUE OR AN IMPOSSIBLE TIME FALLS BACK TO THE  *
      *    DEFAULT.                                                   *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'      TO  W-EIBDS.
           MOVE  C-DEFAULT-TREND-PCT      TO  W-TREND-PCT.
           MOVE  C-DEFAULT-ONLINE-START   TO  W-ONLINE-START.

           EXEC SQL
                SELECT   RUN_TREND_PCT    ,
                         RUN_ONLINE_START
                INTO    :T-RUN-TREND-PCT  ,
                        :T-RUN-ONLINE-START
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO B0500-COMPUTE-ONLINE-SECS
           END-IF.

           IF  T-RUN-TREND-PCT  GREATER THAN  100
               MOVE  T-RUN-TREND-PCT     TO  W-TREND-PCT
           END-IF.

           IF  T-RUN-ONLINE-START  GREATER THAN  ZEROES  AND
               T-RUN-ONLINE-START  LESS THAN     2400
               MOVE  T-RUN-ONLINE-START  TO  W-ONLINE-START
           END-IF.

           IF  W-ONLINE-MM  GREATER THAN  59
               MOVE  C-DEFAULT-ONLINE-START  TO  W-ONLINE-START
           END-IF.

       B0500-COMPUTE-ONLINE-SECS.

           COMPUTE  W-ONLINE-SECS  =
               (W-ONLINE-HH * 3600)  +  (W-ONLINE-MM * 60).

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-GET-LATEST-RUN                           *
      *****************************************************************
      *    THE JOB'S MOST RECENT COMPLETED RUN UP TO TODAY.  A ROW    *
      *    WITH NO START TIME HAS NO ELAPSED TIME AND SHOWS ZERO.     *
      *****************************************************************

       C0000-GET-LATEST-RUN SECTION.

           MOVE  ZEROES  TO  T-LAST-SECS.

           MOVE 'ST_BAT_RUN_LOG'  TO  W-EIBDS.

           EXEC SQL
                SELECT   LOG_BUS_DATE ,
                         LOG_ELAPSED_SECS
                INTO    :T-LAST-BUS-DATE ,
                        :T-LAST-SECS:T-LAST-SECS-IND
                FROM     ST_BAT_RUN_LOG
                WHERE    LOG_PROGRAM   =  :T-JOB-PROGRAM
                AND      LOG_BUS_DATE  =
                        (SELECT  MAX (LOG_BUS_DATE)
                         FROM    ST_BAT_RUN_LOG
                         WHERE   LOG_PROGRAM   =  :T-JOB-PROGRAM
                         AND     LOG_BUS_DATE  <= :W-TODAY-DATE
                         AND     LOG_STATUS    =  'C')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-LAST-SECS-IND  LESS THAN  ZERO
               MOVE  ZEROES  TO  T-LAST-SECS
           END-IF.

       C0000-GET-LATEST-RUN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-JUDGE-JOB                                *
      *****************************************************************
      *    THE LIMIT IS THE BASELINE AVERAGE TIMES W-TREND-PCT, BUT   *
      *    NEVER LESS THAN C-MIN-LONG-SECS OVER THE AVERAGE, SO A JOB *
      *    OF A FEW SECONDS IS NOT FLAGGED FOR A FEW SECONDS MORE.    *
      *****************************************************************

       C0100-JUDGE-JOB SECTION.

           MOVE 'N'  TO  W-LONG-SW.

           IF  T-JOB-BS-RUNS  EQUAL TO  ZERO
               ADD   1      TO  W-NEW-COUNT
               GO TO C0100-JUDGE-JOB-EXIT
           END-IF.

           IF  T-JOB-BS-RUNS  LESS THAN  C-MIN-BASE-RUNS
               GO TO C0100-JUDGE-JOB-EXIT
           END-IF.

           COMPUTE  W-LIMIT-SECS  =
               (T-JOB-BS-SECS * W-TREND-PCT) / 100.

           IF  W-LIMIT-SECS  LESS THAN  T-JOB-BS-SECS + C-MIN-LONG-SECS
               COMPUTE  W-LIMIT-SECS  =  T-JOB-BS-SECS + C-MIN-LONG-SECS
           END-IF.

           IF  T-JOB-WK-RUNS  GREATER THAN  ZERO  AND
               T-JOB-WK-SECS  GREATER THAN  W-LIMIT-SECS
               MOVE 'Y'  TO  W-LONG-SW
           END-IF.

           IF  T-LAST-BUS-DATE  GREATER THAN  W-WEEK-FROM  AND
               T-LAST-SECS      GREATER THAN  W-LIMIT-SECS
               MOVE 'Y'  TO  W-LONG-SW
           END-IF.

           IF  W-JOB-LONG
               ADD  1  TO  W-LONG-COUNT
           END-IF.

       C0100-JUDGE-JOB-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1000-TREND-CHAIN                              *
      *****************************************************************
      *    ONE ROW PER BUSINESS DATE BEFORE TODAY IN THE PERIOD: THE  *
      *    EARLIEST START AND LATEST END OF THE RUNS THAT FINISHED.   *
      *    TODAY'S CHAIN IS STILL RUNNING AND IS LEFT OUT.            *
      *****************************************************************

       B1000-TREND-CHAIN SECTION.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-CHAIN-HEADING-1  TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-CHAIN-HEADING-2  TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE 'N'  TO  W-EOF-SW.

           MOVE 'ST_BAT_RUN_LOG'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CHN-CURSOR CURSOR FOR
                SELECT   LOG_BUS_DATE ,
                         MIDNIGHT_SECONDS (MIN (LOG_START_TS)) ,
                         MIDNIGHT_SECONDS (MAX (LOG_END_TS)) ,
                         (DAYS (MAX (LOG_END_TS))
                            - DAYS (MIN (LOG_START_TS))) * 86400
                         + MIDNIGHT_SECONDS (MAX (LOG_END_TS))
                         - MIDNIGHT_SECONDS (MIN (LOG_START_TS))
                FROM     ST_BAT_RUN_LOG
                WHERE    LOG_BUS_DATE  >  :W-BASE-FROM
                AND      LOG_BUS_DATE  <  :W-TODAY-DATE
                AND      LOG_START_TS  IS NOT NULL
                AND      LOG_END_TS    IS NOT NULL
                GROUP BY LOG_BUS_DATE
                ORDER BY LOG_BUS_DATE
           END-EXEC.

           EXEC SQL
                OPEN CHN-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B1100-FETCH-NIGHT
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE CHN-CURSOR
           END-EXEC.

       B1000-TREND-CHAIN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B1100-FETCH-NIGHT                              *
      *****************************************************************
      *    THE WINDOW RUNS FROM THE CHAIN START TO THE NEXT ONLINE    *
      *    START -- THE SAME MORNING WHEN THE CHAIN STARTED AFTER     *
      *    MIDNIGHT, OTHERWISE THE NEXT MORNING.  THE MARGIN IS THE   *
      *    WINDOW LESS THE CHAIN'S ELAPSED TIME, NEGATIVE WHEN THE    *
      *    CHAIN RAN INTO THE ONLINE DAY.                             *
      *****************************************************************

       B1100-FETCH-NIGHT SECTION.

           EXEC SQL
                FETCH CHN-CURSOR
                INTO  :T-CHN-BUS-DATE     ,
                      :T-CHN-START-SECS   ,
                      :T-CHN-END-SECS     ,
                      :T-CHN-ELAPSED-SECS
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1100-FETCH-NIGHT-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B1100-FETCH-NIGHT-EXIT
           END-IF.

           IF  T-CHN-START-SECS  LESS THAN  W-ONLINE-SECS
               COMPUTE  W-WINDOW-SECS  =
                   W-ONLINE-SECS  -  T-CHN-START-SECS
           ELSE
               COMPUTE  W-WINDOW-SECS  =
                   C-SECS-PER-DAY  -  T-CHN-START-SECS
                                   +  W-ONLINE-SECS.

           COMPUTE  W-MARGIN-MIN  ROUNDED  =
               (W-WINDOW-SECS  -  T-CHN-ELAPSED-SECS) / 60.
           COMPUTE  W-ELAPSED-MIN  ROUNDED  =  T-CHN-ELAPSED-SECS / 60.

           COMPUTE  W-CHN-X  =
               FUNCTION INTEGER-OF-DATE (T-CHN-BUS-DATE-9)
                                         -  W-BASE-FROM-INT.

           ADD   1                                TO  W-SUM-N.
           ADD   W-CHN-X                          TO  W-SUM-X.
           ADD   W-MARGIN-MIN                     TO  W-SUM-Y.
           COMPUTE  W-SUM-XX  =  W-SUM-XX  +  (W-CHN-X * W-CHN-X).
           COMPUTE  W-SUM-XY  =  W-SUM-XY  +  (W-CHN-X * W-MARGIN-MIN).

           MOVE  W-CHN-X         TO  W-LAST-X.
           MOVE  W-MARGIN-MIN    TO  W-LAST-MARGIN.
           MOVE  T-CHN-BUS-DATE  TO  W-LAST-NIGHT.

           IF  W-MARGIN-MIN  LESS THAN  ZERO
               ADD  1  TO  W-OVERRUN-NIGHTS
           END-IF.

           PERFORM D0200-PRINT-NIGHT-LINE.

       B1100-FETCH-NIGHT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2000-PROJECT-OVERRUN                          *
      *****************************************************************
      *    THE LEAST-SQUARES SLOPE B OF MARGIN OVER DAY NUMBER IS THE *
      *    MINUTES GAINED (+) OR LOST (-) PER DAY.  A LOSING TREND IS *
      *    PROJECTED FROM THE FITTED MARGIN ON THE LATEST NIGHT TO    *
      *    THE DAY IT REACHES ZERO.                                   *
      *****************************************************************

       C2000-PROJECT-OVERRUN SECTION.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'ONLINE START (HHMM)       :'  TO  PRT-CAPTION.
           MOVE  W-ONLINE-START                TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'NIGHTS ANALYSED           :'  TO  PRT-CAPTION.
           MOVE  W-SUM-N                       TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'NIGHTS THAT OVERRAN       :'  TO  PRT-CAPTION.
           MOVE  W-OVERRUN-NIGHTS              TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'PROJECTION                :'  TO  PRT-CAPTION.

           IF  W-SUM-N  LESS THAN  C-MIN-CHAIN-NIGHTS
               MOVE 'TOO FEW NIGHTS LOGGED TO PROJECT'  TO  PRT-VALUE
               PERFORM S0100-WRITE-PRINT-LINE
               GO TO C2000-PROJECT-OVERRUN-EXIT
           END-IF.

           COMPUTE  W-DENOM  =
               (W-SUM-N * W-SUM-XX)  -  (W-SUM-X * W-SUM-X).

           IF  W-DENOM  NOT GREATER THAN  ZERO
               MOVE 'TOO FEW NIGHTS LOGGED TO PROJECT'  TO  PRT-VALUE
               PERFORM S0100-WRITE-PRINT-LINE
               GO TO C2000-PROJECT-OVERRUN-EXIT
           END-IF.

           COMPUTE  W-SLOPE  ROUNDED  =
               ((W-SUM-N * W-SUM-XY)  -  (W-SUM-X * W-SUM-Y))
                                      /  W-DENOM.
           COMPUTE  W-INTERCEPT  ROUNDED  =
               (W-SUM-Y  -  (W-SLOPE * W-SUM-X))  /  W-SUM-N.
           COMPUTE  W-FIT-MARGIN  ROUNDED  =
               W-INTERCEPT  +  (W-SLOPE * W-LAST-X).

           IF  W-LAST-MARGIN  LESS THAN  ZERO
               MOVE  SPACES                    TO  PRT-VALUE
               MOVE 'OVERRAN ON LATEST NIGHT'  TO  PRT-VALUE
               MOVE  W-LAST-NIGHT              TO  PRT-VALUE (25:8)
           ELSE
               IF  W-SLOPE  NOT LESS THAN  ZERO
                   MOVE 'MARGIN NOT SHRINKING'  TO  PRT-VALUE
               ELSE
                   PERFORM C2100-PROJECT-DATE.

           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'MARGIN TREND (MIN/DAY)    :'  TO  PRT-CAPTION.
           MOVE  W-SLOPE                       TO  W-SLOPE-DSP.
           MOVE  W-SLOPE-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'LATEST MARGIN (MINUTES)   :'  TO  PRT-CAPTION.
           MOVE  W-LAST-MARGIN                 TO  W-SIGNED-DSP.
           MOVE  W-SIGNED-DSP                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       C2000-PROJECT-OVERRUN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C2100-PROJECT-DATE                             *
      *****************************************************************
      *    DAYS TO OVERRUN = FITTED MARGIN / MINUTES LOST PER DAY,    *
      *    ROUNDED UP, COUNTED FROM THE LATEST NIGHT.  A FITTED       *
      *    MARGIN ALREADY AT OR BELOW ZERO MEANS THE NEXT NIGHT.      *
      *****************************************************************

       C2100-PROJECT-DATE SECTION.

           IF  W-FIT-MARGIN  NOT GREATER THAN  ZERO
               MOVE  1  TO  W-PROJECT-DAYS
           ELSE
               COMPUTE  W-PROJECT-DAYS  =
                   (W-FIT-MARGIN  /  (0 - W-SLOPE))  +  0.9999.

           IF  W-PROJECT-DAYS  GREATER THAN  C-MAX-PROJECT-DAYS
               MOVE 'NO OVERRUN WITHIN 365 DAYS'  TO  PRT-VALUE
               GO TO C2100-PROJECT-DATE-EXIT
           END-IF.

           COMPUTE  W-DATE-WORK-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-LAST-NIGHT-9)
                                         +  W-PROJECT-DAYS).

           MOVE  SPACES                   TO  PRT-VALUE.
           MOVE 'OVERRUN ON OR ABOUT'     TO  PRT-VALUE.
           MOVE  W-DATE-WORK              TO  PRT-VALUE (21:8).
           MOVE  W-PROJECT-DAYS           TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP (4:4)        TO  PRT-VALUE (30:4).
           MOVE 'DAYS'                    TO  PRT-VALUE (35:2).

       C2100-PROJECT-DATE-EXIT.  EXIT.
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
           MOVE 'BUSINESS DATE             :'  TO  PRT-CAPTION.
           MOVE  W-TODAY-DATE                  TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'WEEK AFTER                :'  TO  PRT-CAPTION.
           MOVE  W-WEEK-FROM                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'BASELINE AFTER            :'  TO  PRT-CAPTION.
           MOVE  W-BASE-FROM                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'LONG RUN LIMIT PCT        :'  TO  PRT-CAPTION.
           MOVE  W-TREND-PCT                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE '0'                 TO  PRT-LINE-CC.
           MOVE  K-JOB-HEADING-1    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                 TO  PRT-LINE-CC.
           MOVE  K-JOB-HEADING-2    TO  PRT-LINE-TEXT.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0050-PRINT-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-PRINT-JOB-LINE                           *
      *****************************************************************
      *    THE CHANGE COLUMNS ARE WEEK OVER BASELINE IN PERCENT,      *
      *    HELD TO +/-999; NF IS THE RUNS NOT FINISHED PLUS THE RUNS  *
      *    REFUSED IN THE WEEK.                                       *
      *****************************************************************

       D0100-PRINT-JOB-LINE SECTION.

           MOVE ' '                  TO  PRT-LINE-CC.
           MOVE  SPACES              TO  PRT-LINE-TEXT.
           MOVE  T-JOB-PROGRAM       TO  PRT-JOB-PROGRAM.
           MOVE  T-JOB-WK-RUNS       TO  PRT-JOB-WK-RUNS.
           MOVE '/'                  TO  PRT-JOB-SLASH.
           MOVE  T-JOB-BS-RUNS       TO  PRT-JOB-BS-RUNS.
           MOVE  T-JOB-WK-SECS       TO  PRT-JOB-WK-SECS.
           MOVE  T-JOB-BS-SECS       TO  PRT-JOB-BS-SECS.
           MOVE  T-LAST-SECS         TO  PRT-JOB-LAST-SECS.
           MOVE  T-JOB-WK-ROWS       TO  PRT-JOB-WK-ROWS.
           MOVE  T-JOB-BS-ROWS       TO  PRT-JOB-BS-ROWS.
           MOVE  T-JOB-WK-REJECTED   TO  PRT-JOB-REJECTED.
           COMPUTE  PRT-JOB-NOT-DONE  =
               T-JOB-WK-UNFINISHED  +  T-JOB-WK-REFUSED.

           MOVE  ZEROES  TO  W-PCT-CHANGE.
           IF  T-JOB-BS-SECS  GREATER THAN  ZERO  AND
               T-JOB-WK-RUNS  GREATER THAN  ZERO
               COMPUTE  W-PCT-CHANGE  ROUNDED  =
                   ((T-JOB-WK-SECS - T-JOB-BS-SECS) * 100)
                                               /  T-JOB-BS-SECS
           END-IF.
           PERFORM D0110-HOLD-PCT-CHANGE.
           MOVE  W-PCT-CHANGE  TO  PRT-JOB-SECS-CHG.

           MOVE  ZEROES  TO  W-PCT-CHANGE.
           IF  T-JOB-BS-ROWS  GREATER THAN  ZERO  AND
               T-JOB-WK-RUNS  GREATER THAN  ZERO
               COMPUTE  W-PCT-CHANGE  ROUNDED  =
                   ((T-JOB-WK-ROWS - T-JOB-BS-ROWS) * 100)
                                               /  T-JOB-BS-ROWS
           END-IF.
           PERFORM D0110-HOLD-PCT-CHANGE.
           MOVE  W-PCT-CHANGE  TO  PRT-JOB-ROWS-CHG.

           IF  W-JOB-LONG
               MOVE 'LONG'  TO  PRT-JOB-FLAG
           ELSE
               IF  T-JOB-BS-RUNS  EQUAL TO  ZERO
                   MOVE 'NEW '  TO  PRT-JOB-FLAG
               ELSE
                   NEXT SENTENCE.

           PERFORM S0100-WRITE-PRINT-LINE.

       D0100-PRINT-JOB-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0110-HOLD-PCT-CHANGE                          *
      *****************************************************************

       D0110-HOLD-PCT-CHANGE SECTION.

           IF  W-PCT-CHANGE  GREATER THAN  +999
               MOVE  +999  TO  W-PCT-CHANGE
           END-IF.

           IF  W-PCT-CHANGE  LESS THAN  -999
               MOVE  -999  TO  W-PCT-CHANGE
           END-IF.

       D0110-HOLD-PCT-CHANGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-PRINT-NIGHT-LINE                         *
      *****************************************************************

       D0200-PRINT-NIGHT-LINE SECTION.

           MOVE ' '                  TO  PRT-LINE-CC.
           MOVE  SPACES              TO  PRT-LINE-TEXT.
           MOVE  T-CHN-BUS-DATE      TO  PRT-CHN-BUS-DATE.

           MOVE  T-CHN-START-SECS    TO  W-SECS-WORK.
           PERFORM S0200-FORMAT-TIME.
           MOVE  W-TIME-DSP          TO  PRT-CHN-START.

           MOVE  T-CHN-END-SECS      TO  W-SECS-WORK.
           PERFORM S0200-FORMAT-TIME.
           MOVE  W-TIME-DSP          TO  PRT-CHN-END.

           MOVE  W-ELAPSED-MIN       TO  PRT-CHN-ELAPSED.
           MOVE  W-MARGIN-MIN        TO  PRT-CHN-MARGIN.

           IF  W-MARGIN-MIN  LESS THAN  ZERO
               MOVE 'RAN INTO THE ONLINE DAY'  TO  PRT-CHN-NOTE
           END-IF.

           PERFORM S0100-WRITE-PRINT-LINE.

       D0200-PRINT-NIGHT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-PRINT-JOB-TOTALS                         *
      *****************************************************************

       D0400-PRINT-JOB-TOTALS SECTION.

           MOVE '0'                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'JOBS REPORTED             :'  TO  PRT-CAPTION.
           MOVE  W-JOB-COUNT                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'JOBS FLAGGED LONG         :'  TO  PRT-CAPTION.
           MOVE  W-LONG-COUNT                  TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'JOBS WITH NO BASELINE     :'  TO  PRT-CAPTION.
           MOVE  W-NEW-COUNT                   TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'RUNS NOT FINISHED (WEEK)  :'  TO  PRT-CAPTION.
           MOVE  W-UNFINISHED-COUNT            TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

           MOVE ' '                            TO  PRT-LINE-CC.
           MOVE  SPACES                        TO  PRT-LINE-TEXT.
           MOVE 'RUNS REFUSED (WEEK)       :'  TO  PRT-CAPTION.
           MOVE  W-REFUSED-COUNT               TO  W-COUNT-DSP.
           MOVE  W-COUNT-DSP                   TO  PRT-VALUE.
           PERFORM S0100-WRITE-PRINT-LINE.

       D0400-PRINT-JOB-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-PRINT-LINE                         *
      *****************************************************************

       S0100-WRITE-PRINT-LINE SECTION.

           ADD   1               TO  W-PRT-LINE-SEQ.
           MOVE  W-PRT-LINE-SEQ  TO  PRT-LINE-SEQ.

           EXEC CICS WRITE
                FILE    ('BWINRPT ')
                RIDFLD  (PRT-LINE-SEQ)
                FROM    (PRT-LINE-REC)
                LENGTH  (LENGTH OF PRT-LINE-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
98304      MOVE 'BWINRPT '                     TO  T-RPL-REPORT
98304      MOVE  LENGTH OF PRT-LINE-SEQ        TO  W-RPL-KEY-LEN
98304      MOVE  LENGTH OF PRT-LINE-REC        TO  W-RPL-REC-LEN
98304      MOVE  PRT-LINE-REC                  TO  W-RPL-IMAGE
98304      PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-PRINT-LINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0200-FORMAT-TIME                              *
      *****************************************************************
      *    SECONDS AFTER MIDNIGHT IN W-SECS-WORK TO HH:MM.            *
      *****************************************************************

       S0200-FORMAT-TIME SECTION.

           DIVIDE  W-SECS-WORK  BY  3600
               GIVING     W-HH-WORK
               REMAINDER  W-SECS-WORK.
           DIVIDE  W-SECS-WORK  BY  60
               GIVING     W-MM-WORK.

           MOVE  W-HH-WORK  TO  W-TIME-HH.
           MOVE  W-MM-WORK  TO  W-TIME-MM.

       S0200-FORMAT-TIME-EXIT.  EXIT.
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

           MOVE 'OBSSS685'  TO  X684-PROGRAM.
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
               MOVE '1685'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
