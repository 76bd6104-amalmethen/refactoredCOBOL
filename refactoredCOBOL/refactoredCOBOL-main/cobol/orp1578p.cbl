       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1578P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1578P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE ON-LINE VIEWER FOR THE  *
      *           BATCH REPORT ARCHIVE.  EVERY LINE A BATCH REPORT    *
      *           WRITES (GLTBRPT, PAYREG, DISBRPT, MORNDIG, ORAUDRPT,*
      *           AUTHRPT, MGMTRPT, INQSTRPT, ERMGRPT AND THE REST)   *
      *           IS KEPT ON ST_RPT_ARCHIVE_LINE UNDER THE REPORT,    *
      *           THE RUN BUSINESS DATE AND THE JOB THAT PRODUCED IT, *
      *           AND OBSSS684 INDEXES EACH FINISHED RUN ON           *
      *           ST_RPT_ARCHIVE.  HERE A CLERK:                      *
      *                                                               *
      *           - LISTS THE ARCHIVED RUNS, NEWEST FIRST, OF ONE     *
      *             REPORT OR OF ALL REPORTS, ON OR BEFORE A DATE     *
      *             (TODAY WHEN NO DATE IS KEYED).                    *
      *           - PAGES THROUGH ONE RUN, FROM ITS FIRST LINE OR     *
      *             FROM A KEYED LINE NUMBER; THE LAST LINE OF THE    *
      *             PAGE SHOWS THE COMMAND FOR THE NEXT PAGE.  WHEN   *
      *             NO JOB IS KEYED THE FIRST JOB THAT WROTE THE      *
      *             REPORT THAT DAY IS SHOWN.                         *
      *                                                               *
      *           ACCESS IS PER REPORT THROUGH THE OBSSS645 CENTRAL   *
      *           AUTHORITY MATRIX: A RUN MAY BE READ BY A CLERK      *
      *           HOLDING THE READ FUNCTION ON THE TRANSACTION CODE   *
      *           OF THE JOB THAT PRODUCED IT ('1' AND THE LAST THREE *
      *           DIGITS OF THE JOB, E.G. 1608 FOR OBSSS608).  RUNS   *
      *           THE CLERK MAY NOT READ ARE LEFT OFF THE LIST.       *
      *           RETENTION IS APPLIED BY OBSSS605 UNDER              *
      *           ST_BAT_RETENTION.  THIS IS A STANDALONE UTILITY     *
      *           TRANSACTION, KEYED DIRECTLY AS 1578.                *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_RPT_ARCHIVE        (DB2 ARCHIVE INDEX)     *
      *                 ST_RPT_ARCHIVE_LINE   (DB2 ARCHIVE TABLE)     *
      *                                                               *
      *        OUTPUT - NONE (INQUIRY ONLY).                          *
      *                  COMMANDS:                                    *
      *                   L [REPORT] [YYYYMMDD]       (LIST RUNS)     *
      *                   P REPORT YYYYMMDD [JOB] [LINE]              *
      *                                               (PAGE A RUN)    *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98304 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
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
               VALUE 'PROGRAM-ID ORP1578P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-MAX-RUN-ROWS          PIC S9(4)  COMP VALUE +12.
           05  C-MAX-PAGE-ROWS         PIC S9(4)  COMP VALUE +10.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-ROW-COUNT                 PIC S9(4)  COMP VALUE +0.
       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-RPA-EOF                   VALUE 'Y'.
       01  W-LINE-EOF-SW               PIC X(01)  VALUE 'N'.
           88  W-RPL-EOF                   VALUE 'Y'.

      *****************************************************************
      *        PER-JOB READ AUTHORITY -- THE LAST JOB CHECKED AND     *
      *        ITS OBSSS645 ANSWER, SO A LIST DOES NOT LINK FOR       *
      *        EVERY ROW OF THE SAME JOB.                             *
      *****************************************************************

       01  W-AUTH-JOB                  PIC X(08)  VALUE SPACES.
       01  W-AUTH-SW                   PIC X(01)  VALUE 'N'.
           88  W-READ-AUTH                 VALUE 'Y'.
       01  W-AUTH-TRAN.
           05  FILLER                  PIC X(01)  VALUE '1'.
           05  W-AUTH-TRAN-NO          PIC X(03).

      *****************************************************************
      *              REPORT ARCHIVE HOST VARIABLES                    *
      *****************************************************************

       01  T-RPA-REPORT                PIC X(08).
       01  T-RPA-RUN-DATE              PIC X(08).
       01  T-RPA-JOB                   PIC X(08).
       01  T-RPA-LINES                 PIC S9(09) COMP.
       01  T-RPA-ARCHIVED-TS           PIC X(26).

       01  T-RPL-LINE-NO               PIC S9(09) COMP.
       01  T-RPL-FROM-LINE             PIC S9(09) COMP.
       01  T-RPL-TEXT.
           49  T-RPL-TEXT-LEN          PIC S9(04) COMP.
           49  T-RPL-TEXT-DATA         PIC X(133).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 VIEWER COMMAND INPUT AREA                     *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-PAGE              VALUE 'P'.
           05  FILLER                  PIC X(01).
           05  W-CMD-REPORT            PIC X(08).
           05  FILLER                  PIC X(01).
           05  W-CMD-RUN-DATE          PIC X(08).
           05  W-CMD-RUN-DATE-9 REDEFINES W-CMD-RUN-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  W-CMD-JOB               PIC X(08).
           05  FILLER                  PIC X(01).
           05  W-CMD-FROM-LINE         PIC X(07).
           05  W-CMD-FROM-LINE-9 REDEFINES W-CMD-FROM-LINE
                                       PIC 9(07).
           05  FILLER                  PIC X(34).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +70.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'REPORTS - L [REPORT] [YYYYMMDD]  (LIST RUNS)'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'P REPORT YYYYMMDD [JOB] [LINE]   (PAGE A RUN)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO VIEW THIS REPORT.'.
           05  W-TEXT-NO-REPORT        PIC X(60) VALUE
               'A PAGE COMMAND NEEDS THE REPORT NAME.'.
           05  W-TEXT-BAD-DATE         PIC X(60) VALUE
               'RUN DATE MUST BE 8 DIGITS, YYYYMMDD.'.
           05  W-TEXT-BAD-LINE         PIC X(60) VALUE
               'LINE NUMBER MUST BE 7 DIGITS.'.
           05  W-TEXT-NO-RUN           PIC X(60) VALUE
               'THAT REPORT RUN IS NOT IN THE ARCHIVE.'.
           05  W-TEXT-NONE             PIC X(60) VALUE
               'NO ARCHIVED RUNS TO LIST.'.
           05  W-TEXT-END-REPORT       PIC X(60) VALUE
               '*** END OF REPORT ***'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'REPORT VIEWER SESSION ENDED'.
           05  W-TEXT-HEADING          PIC X(64) VALUE
               'RUN DATE REPORT   JOB         LINES ARCHIVED'.
           05  W-TEXT-RUN-LINE.
               10  W-TRL-RUN-DATE      PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TRL-REPORT        PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TRL-JOB           PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TRL-LINES         PIC Z(06)9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TRL-ARCHIVED      PIC X(16).
           05  W-TEXT-PAGE-HEAD.
               10  FILLER              PIC X(07) VALUE 'REPORT '.
               10  W-TPH-REPORT        PIC X(08).
               10  FILLER              PIC X(05) VALUE ' RUN '.
               10  W-TPH-RUN-DATE      PIC X(08).
               10  FILLER              PIC X(05) VALUE ' JOB '.
               10  W-TPH-JOB           PIC X(08).
               10  FILLER              PIC X(07) VALUE ' LINES '.
               10  W-TPH-LINES         PIC Z(06)9.
           05  W-TEXT-NEXT-PAGE.
               10  FILLER              PIC X(13) VALUE
                   'NEXT PAGE: P '.
               10  W-TNP-REPORT        PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNP-RUN-DATE      PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNP-JOB           PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TNP-FROM-LINE     PIC 9(07).

       01  W-TEXT-ERROR                PIC X(60).

       01  W-RESP                      PIC S9(04) COMP.
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
      *        CENTRAL AUTHORITY SERVICE COMMAREA                     *
      *****************************************************************

       01  X645-AUTH-AREA.
           COPY OBC645CA.

      *****************************************************************
      *                    LINKAGE SECTION                            *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(01).

           COPY OOC0010.

      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           PERFORM B0000-INIT.

           PERFORM C0000-PROCESS.

           PERFORM D0000-FINAL.
           GOBACK.
       A0000-MAINLINE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        B0000-INIT                             *
      *****************************************************************

       B0000-INIT SECTION.

           EXEC CICS  ADDRESS
                      TCTUA (ADDRESS OF TCTTE-USER-AREA)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE SPACES                       TO  W-AUTH-JOB.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0000-PROCESS                              *
      *****************************************************************

       C0000-PROCESS  SECTION.

           IF  EIBAID EQUAL TO DFHPF3  OR  DFHCLEAR
               PERFORM C0900-END-SESSION
               GO TO C0000-PROCESS-EXIT.

           IF  TCTTE-ENTRY-COUNT  EQUAL TO  LOW-VALUES
               PERFORM C0100-SEND-USAGE
               GO TO C0000-PROCESS-EXIT.

           PERFORM C0200-RECEIVE-VIEW-CMD.

       C0000-PROCESS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0100-SEND-USAGE                           *
      *****************************************************************

       C0100-SEND-USAGE SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE1)
                LENGTH  (64)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE2)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1578')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-VIEW-CMD                         *
      *****************************************************************
      *    A BLANK RUN DATE ON A LIST MEANS TODAY.  EVERY BRANCH      *
      *    RETURNS.                                                   *
      *****************************************************************

       C0200-RECEIVE-VIEW-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +70      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-LIST  AND
               NOT W-CMD-PAGE
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-LIST  AND
               W-CMD-RUN-DATE  EQUAL TO  SPACES
               MOVE W-TODAY-DATE     TO  W-CMD-RUN-DATE
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-RUN-DATE-9  NOT NUMERIC
               MOVE W-TEXT-BAD-DATE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-LIST
               PERFORM C0300-LIST-RUNS
           ELSE
               NEXT SENTENCE.

           PERFORM C0500-PAGE-REPORT.

       C0200-RECEIVE-VIEW-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-LIST-RUNS                                *
      *****************************************************************
      *    THE ARCHIVED RUNS OF ONE REPORT (OR OF EVERY REPORT WHEN   *
      *    NONE IS KEYED) ON OR BEFORE THE RUN DATE, NEWEST FIRST.    *
      *    A RUN THE CLERK MAY NOT READ IS SKIPPED.                   *
      *****************************************************************

       C0300-LIST-RUNS SECTION.

           MOVE  W-CMD-REPORT    TO  T-RPA-REPORT.
           MOVE  W-CMD-RUN-DATE  TO  T-RPA-RUN-DATE.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-HEADING)
                LENGTH  (64)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.

           MOVE 'ST_RPT_ARCHIVE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE RPA-CURSOR CURSOR FOR
                SELECT   RPA_REPORT ,
                         RPA_RUN_DATE ,
                         RPA_JOB ,
                         RPA_LINES ,
                         RPA_ARCHIVED_TS
                FROM     ST_RPT_ARCHIVE
                WHERE    RPA_RUN_DATE  <=  :T-RPA-RUN-DATE
                AND     (RPA_REPORT    =   :T-RPA-REPORT
                OR       :T-RPA-REPORT  =  ' ')
                ORDER BY RPA_RUN_DATE DESC , RPA_REPORT , RPA_JOB
           END-EXEC.

           EXEC SQL
                OPEN RPA-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0310-FETCH-RUN-ROW
               UNTIL  W-RPA-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-RUN-ROWS.

           EXEC SQL
                CLOSE RPA-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT  EQUAL TO  ZERO
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NONE)
                    LENGTH  (60)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1578')
           END-EXEC.

       C0300-LIST-RUNS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0310-FETCH-RUN-ROW                         *
      *****************************************************************

       C0310-FETCH-RUN-ROW SECTION.

           EXEC SQL
                FETCH RPA-CURSOR
                INTO  :T-RPA-REPORT ,
                      :T-RPA-RUN-DATE ,
                      :T-RPA-JOB ,
                      :T-RPA-LINES ,
                      :T-RPA-ARCHIVED-TS
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-EOF-SW
               GO TO C0310-FETCH-RUN-ROW-EXIT
           END-IF.

           PERFORM S0100-CHECK-READ-AUTH.

           IF  NOT W-READ-AUTH
               GO TO C0310-FETCH-RUN-ROW-EXIT.

           ADD   1                        TO  W-ROW-COUNT.
           MOVE  T-RPA-RUN-DATE           TO  W-TRL-RUN-DATE.
           MOVE  T-RPA-REPORT             TO  W-TRL-REPORT.
           MOVE  T-RPA-JOB                TO  W-TRL-JOB.
           MOVE  T-RPA-LINES              TO  W-TRL-LINES.
           MOVE  T-RPA-ARCHIVED-TS (1:16) TO  W-TRL-ARCHIVED.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-RUN-LINE)
                LENGTH  (LENGTH OF W-TEXT-RUN-LINE)
                ACCUM
           END-EXEC.

       C0310-FETCH-RUN-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-PAGE-REPORT                              *
      *****************************************************************
      *    ONE PAGE OF A RUN FROM THE KEYED LINE (THE FIRST LINE WHEN *
      *    NONE IS KEYED).  THE LAST LINE OF THE PAGE IS THE COMMAND  *
      *    FOR THE NEXT PAGE, OR THE END-OF-REPORT MARKER.            *
      *****************************************************************

       C0500-PAGE-REPORT SECTION.

           IF  W-CMD-REPORT  EQUAL TO  SPACES
               MOVE W-TEXT-NO-REPORT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-FROM-LINE  EQUAL TO  SPACES
               MOVE +1  TO  T-RPL-FROM-LINE
           ELSE
               IF  W-CMD-FROM-LINE-9  NOT NUMERIC
                   MOVE W-TEXT-BAD-LINE  TO  W-TEXT-ERROR
                   PERFORM C0800-SEND-ERROR-RETURN
               ELSE
                   MOVE W-CMD-FROM-LINE-9  TO  T-RPL-FROM-LINE.

           PERFORM C0550-GET-RUN.

           PERFORM S0100-CHECK-READ-AUTH.

           IF  NOT W-READ-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-RPA-REPORT     TO  W-TPH-REPORT.
           MOVE  T-RPA-RUN-DATE   TO  W-TPH-RUN-DATE.
           MOVE  T-RPA-JOB        TO  W-TPH-JOB.
           MOVE  T-RPA-LINES      TO  W-TPH-LINES.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PAGE-HEAD)
                LENGTH  (LENGTH OF W-TEXT-PAGE-HEAD)
                ERASE
           END-EXEC.

           MOVE 'N'   TO  W-LINE-EOF-SW.
           MOVE +0    TO  W-ROW-COUNT.
           MOVE +0    TO  T-RPL-LINE-NO.

           MOVE 'ST_RPT_ARCHIVE_LINE'  TO  W-EIBDS.

           EXEC SQL
                DECLARE RPL-CURSOR CURSOR FOR
                SELECT   RPL_LINE_NO ,
                         RPL_TEXT
                FROM     ST_RPT_ARCHIVE_LINE
                WHERE    RPL_REPORT    =   :T-RPA-REPORT
                AND      RPL_RUN_DATE  =   :T-RPA-RUN-DATE
                AND      RPL_JOB       =   :T-RPA-JOB
                AND      RPL_LINE_NO   >=  :T-RPL-FROM-LINE
                ORDER BY RPL_LINE_NO
           END-EXEC.

           EXEC SQL
                OPEN RPL-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM C0510-FETCH-LINE-ROW
               UNTIL  W-RPL-EOF  OR
                      W-ROW-COUNT  NOT LESS THAN  C-MAX-PAGE-ROWS.

           EXEC SQL
                CLOSE RPL-CURSOR
           END-EXEC.

           IF  W-ROW-COUNT    NOT LESS THAN  C-MAX-PAGE-ROWS  AND
               T-RPL-LINE-NO  LESS THAN      T-RPA-LINES
               MOVE  T-RPA-REPORT     TO  W-TNP-REPORT
               MOVE  T-RPA-RUN-DATE   TO  W-TNP-RUN-DATE
               MOVE  T-RPA-JOB        TO  W-TNP-JOB
               COMPUTE W-TNP-FROM-LINE  =  T-RPL-LINE-NO + 1
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-NEXT-PAGE)
                    LENGTH  (LENGTH OF W-TEXT-NEXT-PAGE)
                    ACCUM
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                    FROM    (W-TEXT-END-REPORT)
                    LENGTH  (60)
                    ACCUM
               END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1578')
           END-EXEC.

       C0500-PAGE-REPORT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0510-FETCH-LINE-ROW                        *
      *****************************************************************

       C0510-FETCH-LINE-ROW SECTION.

           EXEC SQL
                FETCH RPL-CURSOR
                INTO  :T-RPL-LINE-NO ,
                      :T-RPL-TEXT
           END-EXEC.

           IF  SQLCODE  NOT EQUAL TO  +0
               PERFORM DB2-ERROR
               MOVE 'Y'  TO  W-LINE-EOF-SW
               GO TO C0510-FETCH-LINE-ROW-EXIT
           END-IF.

           ADD   1  TO  W-ROW-COUNT.

           IF  T-RPL-TEXT-LEN  LESS THAN  +1
               MOVE SPACES  TO  T-RPL-TEXT-DATA
               MOVE +1      TO  T-RPL-TEXT-LEN
           ELSE
               NEXT SENTENCE.

           EXEC CICS SEND TEXT
                FROM    (T-RPL-TEXT-DATA)
                LENGTH  (T-RPL-TEXT-LEN)
                ACCUM
           END-EXEC.

       C0510-FETCH-LINE-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                   C0550-GET-RUN                               *
      *****************************************************************
      *    THE ST_RPT_ARCHIVE ROW OF THE RUN.  WITH NO JOB KEYED THE  *
      *    FIRST JOB (BY NAME) THAT WROTE THE REPORT THAT DAY IS      *
      *    TAKEN.                                                     *
      *****************************************************************

       C0550-GET-RUN SECTION.

           MOVE  W-CMD-REPORT    TO  T-RPA-REPORT.
           MOVE  W-CMD-RUN-DATE  TO  T-RPA-RUN-DATE.
           MOVE  W-CMD-JOB       TO  T-RPA-JOB.

           MOVE 'ST_RPT_ARCHIVE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RPA_JOB ,
                         RPA_LINES
                INTO    :T-RPA-JOB ,
                        :T-RPA-LINES
                FROM     ST_RPT_ARCHIVE
                WHERE    RPA_REPORT    =  :T-RPA-REPORT
                AND      RPA_RUN_DATE  =  :T-RPA-RUN-DATE
                AND     (RPA_JOB       =  :T-RPA-JOB
                OR       :T-RPA-JOB    =  ' ')
                ORDER BY RPA_JOB
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-RUN  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0550-GET-RUN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT.    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1578')
           END-EXEC.

       C0800-SEND-ERROR-RETURN-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                    C0900-END-SESSION                          *
      *****************************************************************

       C0900-END-SESSION SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-BYE)
                LENGTH  (30)
                ERASE
           END-EXEC.

           SET  W-END-SESSION  TO  TRUE.

       C0900-END-SESSION-EXIT.
              EXIT.
           EJECT
      *****************************************************************
      *                S0100-CHECK-READ-AUTH                          *
      *****************************************************************
      *    THE CLERK MAY READ A RUN WHEN OBSSS645 GRANTS THE READ     *
      *    FUNCTION ON THE TRANSACTION CODE OF THE JOB THAT PRODUCED  *
      *    IT.  THE LAST JOB'S ANSWER IS KEPT, SO CONSECUTIVE RUNS OF *
      *    ONE JOB COST A SINGLE LINK.                                *
      *****************************************************************

       S0100-CHECK-READ-AUTH SECTION.

           IF  T-RPA-JOB  EQUAL TO  W-AUTH-JOB
               GO TO S0100-CHECK-READ-AUTH-EXIT.

           MOVE  T-RPA-JOB          TO  W-AUTH-JOB.
           MOVE 'N'                 TO  W-AUTH-SW.
           MOVE  T-RPA-JOB (6:3)    TO  W-AUTH-TRAN-NO.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE  W-AUTH-TRAN  TO  X645-TRAN.
           MOVE 'R'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-READ-AUTH  TO  TRUE
           ELSE
               NEXT SENTENCE.

       S0100-CHECK-READ-AUTH-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                        D0000-FINAL                            *
      *****************************************************************

       D0000-FINAL SECTION.

           IF  W-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID ('1578')
               END-EXEC.

       D0000-FINAL-EXIT.
           EXIT.
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
               MOVE W-EIBDS               TO  ORSS0400-TABNM
               MOVE ZEROES                TO  ORSS0400-SSN
               MOVE '1578'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
