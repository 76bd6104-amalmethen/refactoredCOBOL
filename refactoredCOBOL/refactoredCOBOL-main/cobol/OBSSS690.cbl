       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        WEEKLY RESTRICTED-RECORD ACCESS REPORT OBSSS690        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS690.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS690 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A WEEKLY BATCH UTILITY, LINKED TO      *
      *                FROM A SCHEDULED PEX, THAT LISTS WHO LOOKED AT *
      *                WHICH RESTRICTED REGISTRATIONS OVER THE SEVEN  *
      *                DAYS ENDING ON THE RUN BUSINESS DATE, FROM     *
      *                THE ST_HST_RESTRICT_ACCESS ROWS THE OBSSS689   *
      *                GATE WRITES FOR EVERY LOOK -- ORP1511P, ITS    *
      *                DRILL-DOWN SCREENS AND THE OBSSS650 RELEASE    *
      *                SERVICE ALIKE.  ONE LINE PER LOOK, GROUPED BY  *
      *                WHO LOOKED (CLERK, OR SYSTEM FOR A SERVICE     *
      *                CALLER) THEN SSN AND TIME, WITH A COUNT LINE   *
      *                PER VIEWER.  REFUSED ATTEMPTS ARE LISTED TOO,  *
      *                FLAGGED D, SINCE A REFUSAL IS ITSELF WORTH A   *
      *                SECURITY OFFICER'S QUESTION.                   *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_HST_RESTRICT_ACCESS (DB2 HISTORY TABLE) *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - RSTRPT LINE PER ACCESS, A COUNT LINE PER VIEWER,  *
      *             THEN THE PERMITTED / REFUSED / TOTAL COUNTS.      *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE LAST     *
      *                     LINE.                                     *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-689. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98307 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS690'.

       01  CONSTANTS.
           05  C-WINDOW-DAYS           PIC S9(04) COMP VALUE +7.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

       01  W-CNT-TOTAL                 PIC S9(07) COMP-3 VALUE +0.
       01  W-CNT-PERMITTED             PIC S9(07) COMP-3 VALUE +0.
       01  W-CNT-REFUSED               PIC S9(07) COMP-3 VALUE +0.
       01  W-CNT-VIEWER                PIC S9(07) COMP-3 VALUE +0.

       01  W-PREV-VIEWER               PIC X(08)  VALUE SPACES.
       01  W-THIS-VIEWER               PIC X(08).

       01  W-BUS-DATE                  PIC X(08).
       01  W-BUS-DATE-9 REDEFINES W-BUS-DATE
                                       PIC 9(08).
       01  W-FROM-DATE                 PIC X(08).
       01  W-FROM-DATE-9 REDEFINES W-FROM-DATE
                                       PIC 9(08).

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-RSA-SSN                   PIC 9(11).
       01  T-RSA-DATE                  PIC X(08).
       01  T-RSA-TIME                  PIC X(06).
       01  T-RSA-CLERK                 PIC X(03).
       01  T-RSA-DEPT                  PIC X(02).
       01  T-RSA-SYSTEM                PIC X(08).
       01  T-RSA-TERM                  PIC X(04).
       01  T-RSA-TRAN                  PIC X(04).
       01  T-RSA-VERDICT               PIC X(01).
           88  T-RSA-PERMITTED             VALUE 'P'.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  RSTRPT-REC.
           05  RSR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RSR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RSR-DETAIL              PIC X(72).
           05  RSR-ACC-DETAIL REDEFINES RSR-DETAIL.
               10  RSR-VIEWER          PIC X(08).
               10  FILLER              PIC X(01).
               10  RSR-DEPT            PIC X(02).
               10  FILLER              PIC X(01).
               10  RSR-SSN             PIC 9(11).
               10  FILLER              PIC X(01).
               10  RSR-DATE            PIC X(08).
               10  FILLER              PIC X(01).
               10  RSR-TIME            PIC X(06).
               10  FILLER              PIC X(01).
               10  RSR-TERM            PIC X(04).
               10  FILLER              PIC X(01).
               10  RSR-TRAN            PIC X(04).
               10  FILLER              PIC X(01).
               10  RSR-VERDICT         PIC X(01).
               10  FILLER              PIC X(21).
           05  RSR-TOTAL-DETAIL REDEFINES RSR-DETAIL.
               10  RSR-TOT-LABEL       PIC X(30).
               10  RSR-TOT-COUNT       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(35).

       01  W-RSR-SEQ                   PIC 9(06)  VALUE ZEROES.
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

           PERFORM B0000-SET-WINDOW.
           PERFORM C0000-LIST-ACCESS.
           PERFORM E0000-WRITE-TOTALS.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-SET-WINDOW                               *
      *****************************************************************
      *    THE SEVEN DAYS ENDING ON THE RUN BUSINESS DATE, BOTH ENDS  *
      *    INCLUDED, SO A WEEKLY RUN MISSES NO DAY AND COUNTS NONE    *
      *    TWICE.                                                     *
      *****************************************************************

       B0000-SET-WINDOW SECTION.

           MOVE  X684-BUS-DATE  TO  W-BUS-DATE.

           COMPUTE  W-FROM-DATE-9  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-BUS-DATE-9)
                  -  C-WINDOW-DAYS  +  1).

           MOVE 'HEAD '                         TO  RSR-TYPE.
           MOVE  SPACES                         TO  RSR-DETAIL.
           MOVE 'RESTRICTED ACCESS FROM'        TO  RSR-DETAIL (1:22).
           MOVE  W-FROM-DATE                    TO  RSR-DETAIL (24:8).
           MOVE 'TO'                            TO  RSR-DETAIL (33:2).
           MOVE  W-BUS-DATE                     TO  RSR-DETAIL (36:8).
           PERFORM S0100-WRITE-RPT-LINE.

       B0000-SET-WINDOW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-LIST-ACCESS                              *
      *****************************************************************
      *    EVERY LOOK IN THE WINDOW, BY VIEWER -- THE CLERK, OR THE   *
      *    SYSTEM WHEN A SERVICE CALLER LEFT THE CLERK BLANK -- THEN  *
      *    SSN, DATE AND TIME.                                        *
      *****************************************************************

       C0000-LIST-ACCESS SECTION.

           MOVE 'ST_HST_RESTRICT_ACCESS'  TO  W-EIBDS.

           EXEC SQL
                DECLARE RSA-CURSOR CURSOR FOR
                SELECT   RSA_SSN      ,
                         RSA_DATE     ,
                         RSA_TIME     ,
                         RSA_CLERK    ,
                         RSA_DEPT     ,
                         RSA_SYSTEM   ,
                         RSA_TERM     ,
                         RSA_TRAN     ,
                         RSA_VERDICT
                FROM     ST_HST_RESTRICT_ACCESS
                WHERE    RSA_DATE  >=  :W-FROM-DATE
                AND      RSA_DATE  <=  :W-BUS-DATE
                ORDER BY RSA_CLERK, RSA_SYSTEM, RSA_SSN,
                         RSA_DATE,  RSA_TIME
           END-EXEC.

           EXEC SQL
                OPEN RSA-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'N'  TO  W-EOF-SW.
           PERFORM C0100-FETCH-ACCESS
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE RSA-CURSOR
           END-EXEC.

           IF  W-PREV-VIEWER  GREATER THAN  SPACES
               PERFORM C0200-WRITE-VIEWER-COUNT
           ELSE
               NEXT SENTENCE.

       C0000-LIST-ACCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-FETCH-ACCESS                             *
      *****************************************************************

       C0100-FETCH-ACCESS SECTION.

           EXEC SQL
                FETCH RSA-CURSOR
                INTO  :T-RSA-SSN      ,
                      :T-RSA-DATE     ,
                      :T-RSA-TIME     ,
                      :T-RSA-CLERK    ,
                      :T-RSA-DEPT     ,
                      :T-RSA-SYSTEM   ,
                      :T-RSA-TERM     ,
                      :T-RSA-TRAN     ,
                      :T-RSA-VERDICT
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0100-FETCH-ACCESS-EXIT
           END-IF.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0100-FETCH-ACCESS-EXIT
           END-IF.

           IF  T-RSA-CLERK  GREATER THAN  SPACES
               MOVE  T-RSA-CLERK   TO  W-THIS-VIEWER
           ELSE
               MOVE  T-RSA-SYSTEM  TO  W-THIS-VIEWER.

           IF  W-THIS-VIEWER  NOT EQUAL TO  W-PREV-VIEWER  AND
               W-PREV-VIEWER  GREATER THAN  SPACES
               PERFORM C0200-WRITE-VIEWER-COUNT
           ELSE
               NEXT SENTENCE.

           MOVE  W-THIS-VIEWER   TO  W-PREV-VIEWER.

           MOVE 'ACCES'          TO  RSR-TYPE.
           MOVE  SPACES          TO  RSR-DETAIL.
           MOVE  W-THIS-VIEWER   TO  RSR-VIEWER.
           MOVE  T-RSA-DEPT      TO  RSR-DEPT.
           MOVE  T-RSA-SSN       TO  RSR-SSN.
           MOVE  T-RSA-DATE      TO  RSR-DATE.
           MOVE  T-RSA-TIME      TO  RSR-TIME.
           MOVE  T-RSA-TERM      TO  RSR-TERM.
           MOVE  T-RSA-TRAN      TO  RSR-TRAN.
           MOVE  T-RSA-VERDICT   TO  RSR-VERDICT.
           PERFORM S0100-WRITE-RPT-LINE.

           ADD   1               TO  W-CNT-VIEWER
                                     W-CNT-TOTAL.
           IF  T-RSA-PERMITTED
               ADD  1  TO  W-CNT-PERMITTED
           ELSE
               ADD  1  TO  W-CNT-REFUSED.

       C0100-FETCH-ACCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-WRITE-VIEWER-COUNT                       *
      *****************************************************************

       C0200-WRITE-VIEWER-COUNT SECTION.

           MOVE 'VIEWR'                          TO  RSR-TYPE.
           MOVE  SPACES                          TO  RSR-DETAIL.
           MOVE 'LOOKS BY'                       TO  RSR-TOT-LABEL.
           MOVE  W-PREV-VIEWER         TO  RSR-TOT-LABEL (10:8).
           MOVE  W-CNT-VIEWER                    TO  RSR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  ZEROES                          TO  W-CNT-VIEWER.

       C0200-WRITE-VIEWER-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-WRITE-TOTALS                             *
      *****************************************************************

       E0000-WRITE-TOTALS SECTION.

           MOVE 'TOTAL'                          TO  RSR-TYPE.
           MOVE  SPACES                          TO  RSR-DETAIL.
           MOVE 'RESTRICTED LOOKS PERMITTED'     TO  RSR-TOT-LABEL.
           MOVE  W-CNT-PERMITTED                 TO  RSR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  RSR-DETAIL.
           MOVE 'RESTRICTED LOOKS REFUSED'       TO  RSR-TOT-LABEL.
           MOVE  W-CNT-REFUSED                   TO  RSR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE  SPACES                          TO  RSR-DETAIL.
           MOVE 'RESTRICTED LOOKS IN THE WEEK'   TO  RSR-TOT-LABEL.
           MOVE  W-CNT-TOTAL                     TO  RSR-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

       E0000-WRITE-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-RSR-SEQ.
           MOVE  W-RSR-SEQ  TO  RSR-SEQ.

           EXEC CICS WRITE
                FILE    ('RSTRPT  ')
                RIDFLD  (RSR-SEQ)
                FROM    (RSTRPT-REC)
                LENGTH  (LENGTH OF RSTRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'RSTRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF RSR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF RSTRPT-REC          TO  W-RPL-REC-LEN
           MOVE  RSTRPT-REC                    TO  W-RPL-IMAGE
           PERFORM S0990-ARCHIVE-REPORT-LINE.

       S0100-WRITE-RPT-LINE-EXIT.  EXIT.
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

           MOVE 'OBSSS690'  TO  X684-PROGRAM.
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
               MOVE '1690'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
