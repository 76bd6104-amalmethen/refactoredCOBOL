       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        BATCH RUN STATISTICS SERVICE ROUTINE OBSSS684          *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS684.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS684 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A LINKABLE SERVICE, CALLED IN THE      *
      *                SAME COMMAREA STYLE AS OBSSS627/645/674, THAT  *
      *                KEEPS THE ST_BAT_RUN_LOG ROW OF EVERY OBSSS    *
      *                BATCH PROGRAM, ONE ROW PER PROGRAM PER CWA     *
      *                BUSINESS DATE:                                 *
      *                                                               *
      *                - 'S' (START) REPLACES ANY EARLIER ROW FOR     *
      *                  THE SAME DATE (A RERUN) WITH A ROW AT        *
      *                  STATUS 'S' CARRYING THE START TIMESTAMP,     *
      *                  AND TAKES A SYNCPOINT SO THE ROW SURVIVES    *
      *                  AN ABEND OF THE CALLER.  A ROW STILL AT 'S'  *
      *                  AFTER THE CHAIN IS A RUN THAT DID NOT        *
      *                  FINISH.                                      *
      *                - 'E' (END) STAMPS THE END TIMESTAMP, THE      *
      *                  ELAPSED SECONDS, THE ROWS READ, WRITTEN AND  *
      *                  REJECTED AND THE END STATUS ('C' COMPLETED   *
      *                  OR 'R' REFUSED BY THE PREDECESSOR GATE).     *
      *                  THE END ROW COMMITS WITH THE CALLER'S OWN    *
      *                  WORK.                                        *
      *                                                               *
      *                THE PREDECESSOR GATE IN OBSSS602/603/604 ONLY  *
      *                ACCEPTS STATUS 'C', SO A RUN IN PROGRESS, AN   *
      *                ABENDED RUN AND A REFUSED RUN ALL HOLD BACK    *
      *                THEIR SUCCESSORS.  OBSSS685 TRENDS THE ROWS    *
      *                WEEKLY.                                        *
      *                                                               *
      *    INPUT PARMS -   OBC684CA COMMAREA (SEE COPYBOOK).          *
      *                                                               *
      *    INPUT  -        CWA BUSINESS DATE (OOC0030)                *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_BAT_RUN_LOG (DB2 TABLE)                        *
      *             ST_RPT_ARCHIVE (DB2 TABLE) -- REPORT RUN INDEX    *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO THE LINKING CALLER.             *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-683. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98303 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98304 - THE BUSINESS DATE IS RETURNED TO THE    *
      *                       CALLER FOR ITS REPORT ARCHIVE LINES.    *
      *                       START CLEARS THE CALLER'S ARCHIVED      *
      *                       REPORTS FOR THE DATE; END INDEXES THE   *
      *                       NEW ONES ON ST_RPT_ARCHIVE FOR THE      *
      *                       ORP1578P REPORT VIEWER.                 *
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
               VALUE 'PROGRAM-ID OBSSS684'.

       01  CONSTANTS.
             COPY SFCWSCON.

      *****************************************************************
      *              ST_BAT_RUN_LOG HOST VARIABLES                    *
      *****************************************************************

       01  T-LOG-PROGRAM               PIC X(08).
       01  T-LOG-BUS-DATE              PIC X(08).
       01  T-LOG-STATUS                PIC X(01).
       01  T-LOG-ROWS-READ             PIC S9(09) COMP.
       01  T-LOG-ROWS-WRITTEN          PIC S9(09) COMP.
       01  T-LOG-ROWS-REJECTED         PIC S9(09) COMP.

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

       01  DFHCOMMAREA.
           COPY OBC684CA.

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
      *    THE ROW IS KEYED ON THE CWA BUSINESS DATE, NOT THE         *
      *    CALENDAR CLOCK, THE SAME AS THE PREDECESSOR GATE, SO AN    *
      *    OVERNIGHT CHAIN THAT CROSSES MIDNIGHT STILL LOGS AGAINST   *
      *    ONE DATE.                                                  *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           MOVE  K-RET-TXN-ERR  TO  X684-RETURN-CODE.

           IF  NOT X684-RUN-START  AND
               NOT X684-RUN-END
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  X684-PROGRAM  EQUAL TO  SPACES
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           EXEC CICS  ADDRESS
                      CWA (ADDRESS OF CWA-AREA)
           END-EXEC.

           MOVE  X684-PROGRAM    TO  T-LOG-PROGRAM.
           MOVE  CWA-BUS-DAT-08  TO  T-LOG-BUS-DATE.
98304      MOVE  T-LOG-BUS-DATE  TO  X684-BUS-DATE.
           MOVE 'ST_BAT_RUN_LOG' TO  W-EIBDS.

           IF  X684-RUN-START
               PERFORM B0000-LOG-RUN-START
           ELSE
               PERFORM B0100-LOG-RUN-END.

           MOVE  K-RET-GOOD  TO  X684-RETURN-CODE.

       A0000-MAINLINE-EXIT.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-LOG-RUN-START                            *
      *****************************************************************
      *    THIS SECTION REPLACES ANY EARLIER ROW FOR THE PROGRAM AND  *
      *    DATE WITH A NEW ROW AT STATUS 'S', THEN COMMITS IT.  THE   *
      *    CALLER HAS DONE NO WORK YET, SO THE SYNCPOINT COMMITS      *
      *    NOTHING BUT THIS ROW.                                      *
      *****************************************************************

       B0000-LOG-RUN-START SECTION.

           EXEC SQL
                DELETE FROM ST_BAT_RUN_LOG
                WHERE  LOG_PROGRAM   =  :T-LOG-PROGRAM
                AND    LOG_BUS_DATE  =  :T-LOG-BUS-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC SQL
                INSERT INTO ST_BAT_RUN_LOG
                     (LOG_PROGRAM,       LOG_BUS_DATE,
                      LOG_STATUS,        LOG_START_TS,
                      LOG_ROWS_READ,     LOG_ROWS_WRITTEN,
                      LOG_ROWS_REJECTED)
                VALUES
                     (:T-LOG-PROGRAM,    :T-LOG-BUS-DATE,
                      'S',               CURRENT TIMESTAMP,
                      0,                 0,
                      0)
           END-EXEC.

           PERFORM DB2-ERROR.

98304      PERFORM B0200-CLEAR-REPORT-ARCHIVE.

           EXEC CICS SYNCPOINT
           END-EXEC.

       B0000-LOG-RUN-START-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-LOG-RUN-END                              *
      *****************************************************************
      *    THIS SECTION CLOSES THE PROGRAM'S ROW FOR THE DATE.  THE   *
      *    ELAPSED TIME IS WORKED IN WHOLE SECONDS FROM THE START     *
      *    TIMESTAMP, ALLOWING FOR A RUN THAT CROSSES MIDNIGHT.  IF   *
      *    THE START ROW IS MISSING (IT WAS PURGED, OR THE CALLER     *
      *    NEVER OPENED ONE) A ROW IS WRITTEN WITH NO START TIME SO   *
      *    THE COMPLETION IS STILL RECORDED FOR THE GATE.             *
      *****************************************************************

       B0100-LOG-RUN-END SECTION.

           MOVE  X684-END-STATUS     TO  T-LOG-STATUS.
           MOVE  X684-ROWS-READ      TO  T-LOG-ROWS-READ.
           MOVE  X684-ROWS-WRITTEN   TO  T-LOG-ROWS-WRITTEN.
           MOVE  X684-ROWS-REJECTED  TO  T-LOG-ROWS-REJECTED.

           IF  T-LOG-STATUS  NOT EQUAL TO  'R'
               MOVE  'C'  TO  T-LOG-STATUS
           ELSE
               NEXT SENTENCE.

           EXEC SQL
                UPDATE ST_BAT_RUN_LOG
                SET    LOG_STATUS        =  :T-LOG-STATUS,
                       LOG_END_TS        =  CURRENT TIMESTAMP,
                       LOG_ELAPSED_SECS  =
                         (DAYS(CURRENT TIMESTAMP)
                            - DAYS(LOG_START_TS)) * 86400
                         + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                         - MIDNIGHT_SECONDS(LOG_START_TS),
                       LOG_ROWS_READ     =  :T-LOG-ROWS-READ,
                       LOG_ROWS_WRITTEN  =  :T-LOG-ROWS-WRITTEN,
                       LOG_ROWS_REJECTED =  :T-LOG-ROWS-REJECTED
                WHERE  LOG_PROGRAM   =  :T-LOG-PROGRAM
                AND    LOG_BUS_DATE  =  :T-LOG-BUS-DATE
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_BAT_RUN_LOG
                         (LOG_PROGRAM,       LOG_BUS_DATE,
                          LOG_STATUS,        LOG_END_TS,
                          LOG_ROWS_READ,     LOG_ROWS_WRITTEN,
                          LOG_ROWS_REJECTED)
                    VALUES
                         (:T-LOG-PROGRAM,    :T-LOG-BUS-DATE,
                          :T-LOG-STATUS,     CURRENT TIMESTAMP,
                          :T-LOG-ROWS-READ,  :T-LOG-ROWS-WRITTEN,
                          :T-LOG-ROWS-REJECTED)
               END-EXEC
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.

98304      PERFORM B0300-INDEX-REPORT-ARCHIVE.

       B0100-LOG-RUN-END-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-CLEAR-REPORT-ARCHIVE                     *
      *****************************************************************
      *    A RERUN REPLACES THE REPORTS OF THE EARLIER RUN: THE       *
      *    ARCHIVED LINES AND THE INDEX ROWS THIS PROGRAM LEFT FOR    *
      *    THE DATE ARE DELETED BEFORE IT WRITES ANY NEW ONES, AND    *
      *    GO WITH THE START ROW'S SYNCPOINT.                         *
      *****************************************************************

98304  B0200-CLEAR-REPORT-ARCHIVE SECTION.

98304      MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

98304      EXEC SQL
98304           DELETE FROM ST_RPT_ARCHIVE_LINE
98304           WHERE  RPL_JOB       =  :T-LOG-PROGRAM
98304           AND    RPL_RUN_DATE  =  :T-LOG-BUS-DATE
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      MOVE 'ST_RPT_ARCHIVE'       TO  W-EIBDS.

98304      EXEC SQL
98304           DELETE FROM ST_RPT_ARCHIVE
98304           WHERE  RPA_JOB       =  :T-LOG-PROGRAM
98304           AND    RPA_RUN_DATE  =  :T-LOG-BUS-DATE
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304  B0200-CLEAR-REPORT-ARCHIVE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0300-INDEX-REPORT-ARCHIVE                     *
      *****************************************************************
      *    ONE ST_RPT_ARCHIVE ROW PER REPORT THE RUN ARCHIVED, WITH   *
      *    ITS LINE COUNT, SO THE VIEWER LISTS A REPORT RUN ONLY ONCE *
      *    THE RUN HAS ENDED.  THE LINES OF A RUN THAT ABENDED AFTER  *
      *    A SYNCPOINT STAY UNINDEXED UNTIL THE RERUN CLEARS THEM.    *
      *    THE ROWS COMMIT WITH THE CALLER'S OWN WORK.                *
      *****************************************************************

98304  B0300-INDEX-REPORT-ARCHIVE SECTION.

98304      MOVE 'ST_RPT_ARCHIVE'  TO  W-EIBDS.

98304      EXEC SQL
98304           DELETE FROM ST_RPT_ARCHIVE
98304           WHERE  RPA_JOB       =  :T-LOG-PROGRAM
98304           AND    RPA_RUN_DATE  =  :T-LOG-BUS-DATE
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304      EXEC SQL
98304           INSERT INTO ST_RPT_ARCHIVE
98304                (RPA_REPORT,      RPA_RUN_DATE,
98304                 RPA_JOB,         RPA_LINES,
98304                 RPA_ARCHIVED_TS)
98304           SELECT   RPL_REPORT ,
98304                    RPL_RUN_DATE ,
98304                    RPL_JOB ,
98304                    COUNT (*) ,
98304                    CURRENT TIMESTAMP
98304           FROM     ST_RPT_ARCHIVE_LINE
98304           WHERE    RPL_JOB       =  :T-LOG-PROGRAM
98304           AND      RPL_RUN_DATE  =  :T-LOG-BUS-DATE
98304           GROUP BY RPL_REPORT , RPL_RUN_DATE , RPL_JOB
98304      END-EXEC.

98304      PERFORM DB2-ERROR.

98304  B0300-INDEX-REPORT-ARCHIVE-EXIT.  EXIT.
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
               MOVE '1684'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
