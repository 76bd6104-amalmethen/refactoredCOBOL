       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        WEEKLY MEMBER CONSENT COVERAGE REPORT OBSSS692         *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS692.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS692 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A WEEKLY BATCH UTILITY, LINKED TO      *
      *                FROM A SCHEDULED PEX, THAT SHOWS HOW MUCH OF   *
      *                THE MEMBERSHIP HAS CONSENTED TO DATA SHARING,  *
      *                PER SHARING PURPOSE (CALL CENTER, BANKS, OTHER *
      *                MINISTRIES), FROM THE ST_MST_MEMBER_CONSENT    *
      *                REGISTER THE OBSSS691 SERVICE KEEPS:           *
      *                                                               *
      *                - A COVERAGE LINE PER PURPOSE: MEMBERS WITH    *
      *                  CONSENT IN FORCE, MEMBERS WHO WITHDREW IT,   *
      *                  MEMBERS NEVER RECORDED, AND THE IN-FORCE     *
      *                  SHARE OF THE MEMBERS ON THE MASTER -- THE    *
      *                  SHARE OBSSS650 AND THE OBSSS604 CALL-CENTER  *
      *                  EXTRACT MAY ACTUALLY RELEASE.                *
      *                - A MOVEMENT LINE PER PURPOSE FOR THE SEVEN    *
      *                  DAYS ENDING ON THE RUN BUSINESS DATE, FROM   *
      *                  ST_HST_MEMBER_CONSENT: GRANTS AND            *
      *                  WITHDRAWALS, EACH SPLIT BETWEEN THE COUNTER  *
      *                  (ORP1581P) AND SELF-SERVICE (OBSSS609).      *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_MEMBER_CONSENT (DB2 MASTER TABLE)   *
      *                    ST_HST_MEMBER_CONSENT (DB2 HISTORY TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - CNSRPT HEADINGS, THEN A COVERAGE AND A MOVEMENT   *
      *             LINE PER PURPOSE.                                 *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-691. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98308 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS692'.

       01  CONSTANTS.
           05  C-WINDOW-DAYS           PIC S9(04) COMP VALUE +7.

      *****************************************************************
      *              SHARING PURPOSES, IN REPORT ORDER                *
      *****************************************************************

       01  W-PURPOSE-VALUES.
           05  FILLER                  PIC X(18) VALUE
               'CCCALL CENTER     '.
           05  FILLER                  PIC X(18) VALUE
               'BKBANKS           '.
           05  FILLER                  PIC X(18) VALUE
               'MNOTHER MINISTRIES'.
       01  W-PURPOSE-TABLE REDEFINES W-PURPOSE-VALUES.
           05  W-PURPOSE-ENTRY  OCCURS 3 TIMES.
               10  W-PURPOSE-CODE      PIC X(02).
               10  W-PURPOSE-NAME      PIC X(16).
       01  C-MAX-PURPOSES              PIC S9(04) COMP VALUE +3.
       01  P                           PIC S9(04) COMP.

       01  W-CNT-MEMBERS               PIC S9(09) COMP-3 VALUE +0.
       01  W-CNT-NEVER                 PIC S9(09) COMP-3 VALUE +0.
       01  W-COVER-PCT                 PIC S9(03)V99 COMP-3 VALUE +0.

       01  W-BUS-DATE                  PIC X(08).
       01  W-BUS-DATE-9 REDEFINES W-BUS-DATE
                                       PIC 9(08).
       01  W-FROM-DATE                 PIC X(08).
       01  W-FROM-DATE-9 REDEFINES W-FROM-DATE
                                       PIC 9(08).

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-CNS-PURPOSE               PIC X(02).
       01  T-CNT-IN-FORCE              PIC S9(09) COMP.
       01  T-CNT-WITHDRAWN             PIC S9(09) COMP.
       01  T-CNT-MEMBERS               PIC S9(09) COMP.
       01  T-CNT-GRANT-CTR             PIC S9(09) COMP.
       01  T-CNT-GRANT-SSV             PIC S9(09) COMP.
       01  T-CNT-WDRAW-CTR             PIC S9(09) COMP.
       01  T-CNT-WDRAW-SSV             PIC S9(09) COMP.

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  CNSRPT-REC.
           05  CNR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CNR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CNR-DETAIL              PIC X(72).
           05  CNR-COVER-DETAIL REDEFINES CNR-DETAIL.
               10  CNR-CODE            PIC X(02).
               10  FILLER              PIC X(01).
               10  CNR-NAME            PIC X(16).
               10  FILLER              PIC X(01).
               10  CNR-IN-FORCE        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  CNR-WITHDRAWN       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  CNR-NEVER           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  CNR-COVER-PCT       PIC ZZ9.99.
               10  CNR-PCT-SIGN        PIC X(01).
               10  FILLER              PIC X(09).
           05  CNR-MOVE-DETAIL REDEFINES CNR-DETAIL.
               10  CNR-MV-CODE         PIC X(02).
               10  FILLER              PIC X(01).
               10  CNR-MV-NAME         PIC X(16).
               10  FILLER              PIC X(01).
               10  CNR-GRANT-CTR       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  CNR-GRANT-SSV       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  CNR-WDRAW-CTR       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  CNR-WDRAW-SSV       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(21).

       01  W-CNR-SEQ                   PIC 9(06)  VALUE ZEROES.
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
           PERFORM B0100-COUNT-MEMBERS.

           PERFORM C0000-WRITE-COVERAGE
               VARYING P FROM 1 BY 1
               UNTIL   P  GREATER THAN  C-MAX-PURPOSES.

           PERFORM D0000-WRITE-MOVE-HEADING.

           PERFORM D0100-WRITE-MOVEMENT
               VARYING P FROM 1 BY 1
               UNTIL   P  GREATER THAN  C-MAX-PURPOSES.

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

           MOVE 'HEAD '                         TO  CNR-TYPE.
           MOVE  SPACES                         TO  CNR-DETAIL.
           MOVE 'MEMBER CONSENT COVERAGE AT'    TO  CNR-DETAIL (1:26).
           MOVE  W-BUS-DATE                     TO  CNR-DETAIL (28:8).
           PERFORM S0100-WRITE-RPT-LINE.

       B0000-SET-WINDOW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-COUNT-MEMBERS                            *
      *****************************************************************
      *    EVERY MEMBER ON THE MASTER IS A CANDIDATE FOR CONSENT, SO  *
      *    THE MASTER COUNT IS THE BASE EACH PURPOSE'S SHARE IS       *
      *    TAKEN OF.                                                  *
      *****************************************************************

       B0100-COUNT-MEMBERS SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT (*)
                INTO    :T-CNT-MEMBERS
                FROM     ST_MST_EMPLOYEE_BASIC
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           MOVE  T-CNT-MEMBERS  TO  W-CNT-MEMBERS.

           MOVE 'HEAD '                         TO  CNR-TYPE.
           MOVE  SPACES                         TO  CNR-DETAIL.
           MOVE 'MEMBERS ON MASTER'             TO  CNR-DETAIL (1:17).
           MOVE  W-CNT-MEMBERS                  TO  CNR-IN-FORCE.
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'HEAD '                         TO  CNR-TYPE.
           MOVE  SPACES                         TO  CNR-DETAIL.
           MOVE 'PURPOSE'                       TO  CNR-DETAIL (1:7).
           MOVE 'IN FORCE'                      TO  CNR-DETAIL (24:8).
           MOVE 'WITHDRAWN'                     TO  CNR-DETAIL (34:9).
           MOVE 'NEVER'                         TO  CNR-DETAIL (50:5).
           MOVE 'SHARE'                         TO  CNR-DETAIL (57:5).
           PERFORM S0100-WRITE-RPT-LINE.

       B0100-COUNT-MEMBERS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-WRITE-COVERAGE                           *
      *****************************************************************
      *    ONE LINE PER PURPOSE.  IN FORCE IS A REGISTER ROW WITH NO  *
      *    WITHDRAWAL DATE -- THE SAME TEST OBSSS691 APPLIES -- AND   *
      *    NEVER RECORDED IS EVERY MEMBER WITH NO ROW AT ALL.         *
      *****************************************************************

       C0000-WRITE-COVERAGE SECTION.

           MOVE  W-PURPOSE-CODE (P)      TO  T-CNS-PURPOSE.
           MOVE 'ST_MST_MEMBER_CONSENT'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(SUM(CASE WHEN CNS_WITHDRAW_DATE
                                            IS NULL
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN CNS_WITHDRAW_DATE
                                            IS NULL
                                       THEN 0 ELSE 1 END), 0)
                INTO    :T-CNT-IN-FORCE  ,
                        :T-CNT-WITHDRAWN
                FROM     ST_MST_MEMBER_CONSENT
                WHERE    CNS_PURPOSE  =  :T-CNS-PURPOSE
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           COMPUTE  W-CNT-NEVER  =  W-CNT-MEMBERS
                                 -  T-CNT-IN-FORCE
                                 -  T-CNT-WITHDRAWN.
           IF  W-CNT-NEVER  LESS THAN  ZERO
               MOVE  ZEROES  TO  W-CNT-NEVER
           ELSE
               NEXT SENTENCE.

           IF  W-CNT-MEMBERS  GREATER THAN  ZERO
               COMPUTE  W-COVER-PCT  ROUNDED  =
                        T-CNT-IN-FORCE  *  100  /  W-CNT-MEMBERS
           ELSE
               MOVE  ZEROES  TO  W-COVER-PCT.

           MOVE 'COVER'                  TO  CNR-TYPE.
           MOVE  SPACES                  TO  CNR-DETAIL.
           MOVE  W-PURPOSE-CODE (P)      TO  CNR-CODE.
           MOVE  W-PURPOSE-NAME (P)      TO  CNR-NAME.
           MOVE  T-CNT-IN-FORCE          TO  CNR-IN-FORCE.
           MOVE  T-CNT-WITHDRAWN         TO  CNR-WITHDRAWN.
           MOVE  W-CNT-NEVER             TO  CNR-NEVER.
           MOVE  W-COVER-PCT             TO  CNR-COVER-PCT.
           MOVE '%'                      TO  CNR-PCT-SIGN.
           PERFORM S0100-WRITE-RPT-LINE.

       C0000-WRITE-COVERAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-WRITE-MOVE-HEADING                       *
      *****************************************************************

       D0000-WRITE-MOVE-HEADING SECTION.

           MOVE 'HEAD '                         TO  CNR-TYPE.
           MOVE  SPACES                         TO  CNR-DETAIL.
           MOVE 'CONSENT MOVEMENT FROM'         TO  CNR-DETAIL (1:21).
           MOVE  W-FROM-DATE                    TO  CNR-DETAIL (23:8).
           MOVE 'TO'                            TO  CNR-DETAIL (32:2).
           MOVE  W-BUS-DATE                     TO  CNR-DETAIL (35:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'HEAD '                         TO  CNR-TYPE.
           MOVE  SPACES                         TO  CNR-DETAIL.
           MOVE 'PURPOSE'                       TO  CNR-DETAIL (1:7).
           MOVE 'GR-CTR'                        TO  CNR-DETAIL (22:6).
           MOVE 'GR-SSV'                        TO  CNR-DETAIL (30:6).
           MOVE 'WD-CTR'                        TO  CNR-DETAIL (38:6).
           MOVE 'WD-SSV'                        TO  CNR-DETAIL (46:6).
           PERFORM S0100-WRITE-RPT-LINE.

       D0000-WRITE-MOVE-HEADING-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-WRITE-MOVEMENT                           *
      *****************************************************************
      *    ONE LINE PER PURPOSE: GRANTS (GR) AND WITHDRAWALS (WD) IN  *
      *    THE WEEK, EACH SPLIT BETWEEN THE COUNTER (CTR) AND         *
      *    SELF-SERVICE (SSV).                                        *
      *****************************************************************

       D0100-WRITE-MOVEMENT SECTION.

           MOVE  W-PURPOSE-CODE (P)      TO  T-CNS-PURPOSE.
           MOVE 'ST_HST_MEMBER_CONSENT'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COALESCE(SUM(CASE WHEN CNH_ACTION  = 'G'
                                            AND CNH_CHANNEL = 'C'
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN CNH_ACTION  = 'G'
                                            AND CNH_CHANNEL = 'S'
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN CNH_ACTION  = 'W'
                                            AND CNH_CHANNEL = 'C'
                                       THEN 1 ELSE 0 END), 0) ,
                         COALESCE(SUM(CASE WHEN CNH_ACTION  = 'W'
                                            AND CNH_CHANNEL = 'S'
                                       THEN 1 ELSE 0 END), 0)
                INTO    :T-CNT-GRANT-CTR ,
                        :T-CNT-GRANT-SSV ,
                        :T-CNT-WDRAW-CTR ,
                        :T-CNT-WDRAW-SSV
                FROM     ST_HST_MEMBER_CONSENT
                WHERE    CNH_PURPOSE  =  :T-CNS-PURPOSE
                AND      CNH_DATE    >=  :W-FROM-DATE
                AND      CNH_DATE    <=  :W-BUS-DATE
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           PERFORM DB2-ERROR.

           MOVE 'MOVE '                  TO  CNR-TYPE.
           MOVE  SPACES                  TO  CNR-DETAIL.
           MOVE  W-PURPOSE-CODE (P)      TO  CNR-MV-CODE.
           MOVE  W-PURPOSE-NAME (P)      TO  CNR-MV-NAME.
           MOVE  T-CNT-GRANT-CTR         TO  CNR-GRANT-CTR.
           MOVE  T-CNT-GRANT-SSV         TO  CNR-GRANT-SSV.
           MOVE  T-CNT-WDRAW-CTR         TO  CNR-WDRAW-CTR.
           MOVE  T-CNT-WDRAW-SSV         TO  CNR-WDRAW-SSV.
           PERFORM S0100-WRITE-RPT-LINE.

       D0100-WRITE-MOVEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-CNR-SEQ.
           MOVE  W-CNR-SEQ  TO  CNR-SEQ.

           EXEC CICS WRITE
                FILE    ('CNSRPT  ')
                RIDFLD  (CNR-SEQ)
                FROM    (CNSRPT-REC)
                LENGTH  (LENGTH OF CNSRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'CNSRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF CNR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF CNSRPT-REC          TO  W-RPL-REC-LEN
           MOVE  CNSRPT-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS692'  TO  X684-PROGRAM.
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
               MOVE '1692'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
