       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        OVERRIDE ATTESTATION ESCALATION ROUTINE OBSSS688       *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS688.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS688 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A DAILY BATCH UTILITY, LINKED TO FROM  *
      *                A SCHEDULED PEX, THAT ESCALATES TO INTERNAL    *
      *                AUDIT EVERY ROW OF THE PRIVILEGED-OVERRIDE     *
      *                REGISTER (BUILT BY OBSSS687) THAT IS STILL     *
      *                OPEN PAST ITS ATTESTATION DUE DATE.  THE ROW   *
      *                IS MARKED ESCALATED WITH THE RUN BUSINESS      *
      *                DATE, SO IT IS LISTED ONCE, ON THE OVRESC      *
      *                REPORT, AND CAN NO LONGER BE ATTESTED ON       *
      *                ORP1579P.  ROWS LEFT OPEN BECAUSE THE SECTION  *
      *                HEAD TOOK THE OVERRIDE, OR BECAUSE NO SECTION  *
      *                WAS RECORDED FOR IT, REACH AUDIT THE SAME WAY. *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_HST_OVERRIDE_REG    (DB2 TABLE)         *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_HST_OVERRIDE_REG STATUS 'E' AND ESCALATION     *
      *             DATE ON EACH OVERDUE ROW.                         *
      *             OVRESC LINE PER ROW ESCALATED TODAY, THEN THE     *
      *             TOTAL.                                            *
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
      *                       LINK TO ORSS0400, SAME AS OBSSS601-687. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98306 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS688'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-CURSOR-EOF                 VALUE 'Y'.

       01  W-CNT-ESCALATED             PIC S9(07) COMP-3 VALUE +0.

      *****************************************************************
      *              HOST VARIABLES                                   *
      *****************************************************************

       01  T-ORG-MONTH                 PIC X(06).
       01  T-ORG-TYPE                  PIC X(04).
       01  T-ORG-DATE                  PIC X(08).
       01  T-ORG-DEPT                  PIC X(02).
       01  T-ORG-CLERK                 PIC X(03).
       01  T-ORG-KEY                   PIC X(40).
       01  T-ORG-DUE-DATE              PIC X(08).

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  OVRESC-REC.
           05  ORE-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ORE-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ORE-DETAIL              PIC X(72).
           05  ORE-ESC-DETAIL REDEFINES ORE-DETAIL.
               10  ORE-MONTH           PIC X(06).
               10  FILLER              PIC X(01).
               10  ORE-DEPT            PIC X(02).
               10  FILLER              PIC X(01).
               10  ORE-CLERK           PIC X(03).
               10  FILLER              PIC X(01).
               10  ORE-DATE            PIC X(08).
               10  FILLER              PIC X(01).
               10  ORE-DUE-DATE        PIC X(08).
               10  FILLER              PIC X(01).
               10  ORE-KEY             PIC X(40).
           05  ORE-TOTAL-DETAIL REDEFINES ORE-DETAIL.
               10  ORE-TOT-LABEL       PIC X(30).
               10  ORE-TOT-COUNT       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(35).

       01  W-ORE-SEQ                   PIC 9(06)  VALUE ZEROES.
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

           PERFORM B0000-ESCALATE-OVERDUE.
           PERFORM C0000-LIST-ESCALATED.
           PERFORM E0000-WRITE-TOTALS.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-ESCALATE-OVERDUE                         *
      *****************************************************************
      *    EVERY OPEN ROW WHOSE DUE DATE IS BEFORE THE RUN BUSINESS   *
      *    DATE IS ESCALATED AS AT THAT DATE.                         *
      *****************************************************************

       B0000-ESCALATE-OVERDUE SECTION.

           MOVE 'ST_HST_OVERRIDE_REG'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_HST_OVERRIDE_REG
                SET      ORG_STATUS    =  'E' ,
                         ORG_ESC_DATE  =  :X684-BUS-DATE
                WHERE    ORG_STATUS    =  'O'
                AND      ORG_DUE_DATE  <  :X684-BUS-DATE
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       B0000-ESCALATE-OVERDUE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-LIST-ESCALATED                           *
      *****************************************************************
      *    THE ROWS ESCALATED AS AT THIS RUN'S BUSINESS DATE, SO A    *
      *    RERUN ON THE SAME DATE LISTS THEM AGAIN.                   *
      *****************************************************************

       C0000-LIST-ESCALATED SECTION.

           EXEC SQL
                DECLARE ESC-CURSOR CURSOR FOR
                SELECT   ORG_MONTH    ,
                         ORG_TYPE     ,
                         ORG_DATE     ,
                         ORG_DEPT     ,
                         ORG_CLERK    ,
                         ORG_KEY      ,
                         ORG_DUE_DATE
                FROM     ST_HST_OVERRIDE_REG
                WHERE    ORG_STATUS    =  'E'
                AND      ORG_ESC_DATE  =  :X684-BUS-DATE
                ORDER BY ORG_MONTH, ORG_DEPT, ORG_CLERK, ORG_TYPE,
                         ORG_DATE
           END-EXEC.

           EXEC SQL
                OPEN ESC-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'N'  TO  W-EOF-SW.
           PERFORM C0100-FETCH-ESCALATED
               UNTIL  W-CURSOR-EOF.

           EXEC SQL
                CLOSE ESC-CURSOR
           END-EXEC.

       C0000-LIST-ESCALATED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-FETCH-ESCALATED                          *
      *****************************************************************

       C0100-FETCH-ESCALATED SECTION.

           EXEC SQL
                FETCH ESC-CURSOR
                INTO  :T-ORG-MONTH    ,
                      :T-ORG-TYPE     ,
                      :T-ORG-DATE     ,
                      :T-ORG-DEPT     ,
                      :T-ORG-CLERK    ,
                      :T-ORG-KEY      ,
                      :T-ORG-DUE-DATE
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   MOVE  SPACES          TO  ORE-DETAIL
                   MOVE  T-ORG-TYPE      TO  ORE-TYPE
                   MOVE  T-ORG-MONTH     TO  ORE-MONTH
                   MOVE  T-ORG-DEPT      TO  ORE-DEPT
                   MOVE  T-ORG-CLERK     TO  ORE-CLERK
                   MOVE  T-ORG-DATE      TO  ORE-DATE
                   MOVE  T-ORG-DUE-DATE  TO  ORE-DUE-DATE
                   MOVE  T-ORG-KEY       TO  ORE-KEY
                   ADD   1               TO  W-CNT-ESCALATED
                   PERFORM S0100-WRITE-RPT-LINE
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       C0100-FETCH-ESCALATED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                E0000-WRITE-TOTALS                             *
      *****************************************************************

       E0000-WRITE-TOTALS SECTION.

           MOVE 'TOTAL'                          TO  ORE-TYPE.
           MOVE  SPACES                          TO  ORE-DETAIL.
           MOVE 'OVERRIDES ESCALATED TO AUDIT'   TO  ORE-TOT-LABEL.
           MOVE  W-CNT-ESCALATED                 TO  ORE-TOT-COUNT.
           PERFORM S0100-WRITE-RPT-LINE.

       E0000-WRITE-TOTALS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-ORE-SEQ.
           MOVE  W-ORE-SEQ  TO  ORE-SEQ.

           EXEC CICS WRITE
                FILE    ('OVRESC  ')
                RIDFLD  (ORE-SEQ)
                FROM    (OVRESC-REC)
                LENGTH  (LENGTH OF OVRESC-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'OVRESC  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF ORE-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF OVRESC-REC          TO  W-RPL-REC-LEN
           MOVE  OVRESC-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS688'  TO  X684-PROGRAM.
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
      *                S0985-COUNT-ROWS-WRITTEN                       *
      *****************************************************************
      *    THIS SECTION COUNTS THE ROWS INSERTED, UPDATED OR DELETED  *
      *    BY THE LAST SQL STATEMENT, AS DB2 REPORTS THEM IN SQLERRD. *
      *****************************************************************

       S0985-COUNT-ROWS-WRITTEN SECTION.

           IF  SQLCODE  EQUAL TO  +0
               ADD  SQLERRD (3)  TO  X684-ROWS-WRITTEN
           ELSE
               NEXT SENTENCE.

       S0985-COUNT-ROWS-WRITTEN-EXIT.  EXIT.
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
               MOVE '1688'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
