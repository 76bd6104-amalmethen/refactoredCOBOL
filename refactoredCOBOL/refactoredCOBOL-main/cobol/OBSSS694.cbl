       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *     CIVIL AUTHORITY VERIFICATION EXTRACT ROUTINE OBSSS694     *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS694.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS694 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A NIGHTLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT SENDS THE CIVIL     *
      *                AUTHORITY THE REGISTRATIONS IT IS TO VERIFY.   *
      *                OBSSS602 ONLY CHECKS SSNGNMB AGAINST OUR OWN   *
      *                MASTER; THIS EXCHANGE CHECKS OUR DATA AGAINST  *
      *                THE AUTHORITY'S:                               *
      *                                                               *
      *                - EVERY REGISTRATION ADDED OR FILE-MAINTAINED  *
      *                  SINCE THE LAST SUCCESSFUL EXTRACT (THE       *
      *                  RUN_LAST_SWEEP_DATE ON THE PROGRAM'S         *
      *                  ST_BAT_RUN_CONTROL ROW, AS OBSSS604 KEEPS    *
      *                  IT) GOES OUT ON CAVOUT WITH ITS CIVIL ID,    *
      *                  NAME, BIRTH DATE, SEX AND NATIONALITY AS WE  *
      *                  HOLD THEM.  WITH NO ROW OR NO DATE YET THE   *
      *                  WHOLE MASTER GOES, FOR THE FIRST EXCHANGE.   *
      *                - A REGISTRATION WITH NO CIVIL ID CANNOT BE    *
      *                  MATCHED BY THE AUTHORITY AND IS NOT SENT.    *
      *                - THE FILE IS BRACKETED BY A HEADER (ALL       *
      *                  ZEROES KEY) AND A COUNT/HASH TRAILER (ALL    *
      *                  NINES KEY), THE SAME CONTROL RECORDS         *
      *                  OBSSS604 PUTS ON CCEXTRCT.                   *
      *                                                               *
      *                THE AUTHORITY'S ANSWER COMES BACK ON CAVIN     *
      *                AND IS LOADED BY OBSSS695.                     *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_NAME           (DB2 MASTER TABLE)   *
      *                    ST_BAT_RUN_CONTROL    (DB2 CONTROL TABLE)  *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - CAVOUT (VSAM OUTBOUND VERIFICATION FILE) AND THE  *
      *             ADVANCED LAST-EXTRACT DATE ON ST_BAT_RUN_CONTROL. *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE FILE IS  *
      *                     WRITTEN.                                  *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-693. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98310 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS694'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-MASTER-EOF                 VALUE 'Y'.

       01  W-RUN-MODE-SW               PIC X(01)  VALUE 'F'.
           88  W-FULL-EXTRACT               VALUE 'F'.
           88  W-DELTA-EXTRACT              VALUE 'D'.

       01  T-RUN-PROGRAM               PIC X(08)  VALUE 'OBSSS694'.
       01  T-RUN-LAST-SWEEP-DATE       PIC X(10).

      *****************************************************************
      *    TONIGHT'S DATE IN THE YYYY-MM-DD SHAPE OF THE MASTER-TABLE *
      *    DATE COLUMNS, SO THE DELTA PREDICATES COMPARE LIKE WITH    *
      *    LIKE.                                                      *
      *****************************************************************
       01  W-SWEEP-DATE.
           05  W-SWEEP-YYYY            PIC X(04).
           05  W-SWEEP-SL1             PIC X(01).
           05  W-SWEEP-MM              PIC X(02).
           05  W-SWEEP-SL2             PIC X(01).
           05  W-SWEEP-DD              PIC X(02).

       01  W-EXT-DETAIL-COUNT          PIC S9(09) COMP-3 VALUE +0.
       01  W-EXT-HASH-TOTAL            PIC S9(15) COMP-3 VALUE +0.

      *****************************************************************
      *            DB2 MASTER ROW HOST VARIABLES / NULL INDICATORS    *
      *****************************************************************

       01  T-M-BAS-EE-SSN              PIC 9(11).
       01  T-M-BAS-EE-CIVIL-ID         PIC 9(12).
       01  T-CIVIL-IND                 PIC S9(04) COMP.
       01  T-M-BAS-EE-BIRTH-DATE       PIC X(08).
       01  T-BIRTH-IND                 PIC S9(04) COMP.
       01  T-M-BAS-EE-SEX-CODE         PIC X(01).
       01  T-M-BAS-EE-NAT-CODE         PIC X(03).
       01  T-M-BAS-EE-SYS-ENTRY-DATE   PIC X(10).
       01  T-ENTRY-IND                 PIC S9(04) COMP.

       01  T-M-NAME-SSN                PIC 9(11).
       01  T-M-NAME-FIRST              PIC X(10).
       01  T-M-NAME-MIDDLE             PIC X(10).
       01  T-M-NAME-THIRD              PIC X(10).
       01  T-THRD-IND                  PIC S9(04) COMP.
       01  T-M-NAME-FAMILY             PIC X(10).

      *****************************************************************
      *        OUTBOUND VERIFICATION RECORD -- NAME, BIRTH DATE, SEX  *
      *        AND NATIONALITY AS WE HOLD THEM.  THE NAME PARTS GO    *
      *        AS STORED ON ST_MST_NAME.                              *
      *****************************************************************

       01  CAVOUT-REC.
           05  CVO-SSN                 PIC 9(11).
           05  CVO-REC-TYPE            PIC X(01).
           05  CVO-CIVIL-ID            PIC 9(12).
           05  CVO-NAME.
               10  CVO-NAME-FIRST      PIC X(10).
               10  CVO-NAME-MIDDLE     PIC X(10).
               10  CVO-NAME-THIRD      PIC X(10).
               10  CVO-NAME-FAMILY     PIC X(10).
           05  CVO-BIRTH-DATE          PIC X(08).
           05  CVO-SEX-CODE            PIC X(01).
           05  CVO-NAT-CODE            PIC X(03).
           05  CVO-REASON              PIC X(01).
           05  FILLER                  PIC X(03).

      *****************************************************************
      *    CONTROL RECORDS -- THE HEADER KEYS ALL ZEROES AND THE      *
      *    TRAILER ALL NINES SO THEY BRACKET EVERY DETAIL RECORD IN   *
      *    KEY ORDER ON CAVOUT.                                       *
      *****************************************************************
       01  CAVHDR-REC.
           05  CVH-SSN                 PIC 9(11)  VALUE ZEROES.
           05  CVH-REC-TYPE            PIC X(01)  VALUE 'H'.
           05  CVH-RUN-DATE            PIC X(08).
           05  CVH-RUN-MODE            PIC X(01).
           05  FILLER                  PIC X(59)  VALUE SPACES.

       01  CAVTRL-REC.
           05  CVT-SSN                 PIC 9(11)  VALUE 99999999999.
           05  CVT-REC-TYPE            PIC X(01)  VALUE 'T'.
           05  CVT-REC-COUNT           PIC 9(09).
           05  CVT-HASH-TOTAL          PIC 9(15).
           05  FILLER                  PIC X(44)  VALUE SPACES.

       01  W-CAVOUT-RESP               PIC S9(08) COMP.

      *****************************************************************
      *        OBSSS684 RUN STATISTICS COMMAREA                       *
      *****************************************************************

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

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

           PERFORM B0500-GET-RUN-CONTROL.

           PERFORM B0700-WRITE-EXTRACT-HEADER.

           PERFORM B0000-EXTRACT-REGISTRATIONS.

           PERFORM B0800-WRITE-EXTRACT-TRAILER.

           PERFORM B0600-UPDATE-RUN-CONTROL.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-EXTRACT-REGISTRATIONS                    *
      *****************************************************************
      *    THIS SECTION OPENS ONE CURSOR FOR BOTH MODES: IN A DELTA   *
      *    RUN A ROW QUALIFIES WHEN IT WAS ENTERED OR FILE-MAINTAINED *
      *    ON OR AFTER THE LAST EXTRACT DATE; IN A FULL RUN EVERY     *
      *    ROW DOES.                                                  *
      *****************************************************************

       B0000-EXTRACT-REGISTRATIONS SECTION.

           MOVE 'N'  TO  W-EOF-SW.
           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                DECLARE CAV-EXTRACT-CURSOR CURSOR FOR
                SELECT   M_BAS_EE_SSN            ,
                         M_BAS_EE_CIVIL_ID       ,
                         M_BAS_EE_BIRTH_DATE     ,
                         M_BAS_EE_SEX_CODE       ,
                         M_BAS_EE_NAT_CODE       ,
                         M_BAS_EE_SYS_ENTRY_DATE
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    :W-RUN-MODE-SW  =  'F'
                   OR    M_BAS_EE_SYS_ENTRY_DATE  >=
                         :T-RUN-LAST-SWEEP-DATE
                   OR    M_BAS_EE_LAST_FM_DATE    >=
                         :T-RUN-LAST-SWEEP-DATE
           END-EXEC.

           EXEC SQL
                OPEN CAV-EXTRACT-CURSOR
           END-EXEC.

           PERFORM DB2-ERROR.

           PERFORM B0100-FETCH-REGISTRATION
               UNTIL  W-MASTER-EOF.

           EXEC SQL
                CLOSE CAV-EXTRACT-CURSOR
           END-EXEC.

       B0000-EXTRACT-REGISTRATIONS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-FETCH-REGISTRATION                       *
      *****************************************************************

       B0100-FETCH-REGISTRATION SECTION.

           EXEC SQL
                FETCH CAV-EXTRACT-CURSOR
                INTO  :T-M-BAS-EE-SSN                   ,
                      :T-M-BAS-EE-CIVIL-ID:T-CIVIL-IND  ,
                      :T-M-BAS-EE-BIRTH-DATE:T-BIRTH-IND ,
                      :T-M-BAS-EE-SEX-CODE              ,
                      :T-M-BAS-EE-NAT-CODE              ,
                      :T-M-BAS-EE-SYS-ENTRY-DATE:T-ENTRY-IND
           END-EXEC
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'Y'  TO  W-EOF-SW
           ELSE
               IF  SQLCODE  EQUAL TO  +0
                   PERFORM C0000-WRITE-VERIFY-REQUEST
               ELSE
                   PERFORM DB2-ERROR
                   MOVE 'Y'  TO  W-EOF-SW.

       B0100-FETCH-REGISTRATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0500-GET-RUN-CONTROL                          *
      *****************************************************************
      *    THIS SECTION READS THE ST_BAT_RUN_CONTROL ROW FOR THIS     *
      *    PROGRAM THE WAY OBSSS604 READS ITS OWN.  A NON-BLANK LAST- *
      *    EXTRACT DATE SELECTS THE DELTA EXTRACT; ANYTHING ELSE      *
      *    (INCLUDING NO ROW AT ALL) SENDS THE WHOLE MASTER.          *
      *****************************************************************

       B0500-GET-RUN-CONTROL SECTION.

           MOVE  FUNCTION CURRENT-DATE(1:4)  TO  W-SWEEP-YYYY.
           MOVE  FUNCTION CURRENT-DATE(5:2)  TO  W-SWEEP-MM.
           MOVE  FUNCTION CURRENT-DATE(7:2)  TO  W-SWEEP-DD.
           MOVE  '-'                         TO  W-SWEEP-SL1
                                                 W-SWEEP-SL2.
           MOVE 'F'                          TO  W-RUN-MODE-SW.
           MOVE  SPACES                      TO  T-RUN-LAST-SWEEP-DATE.

           MOVE 'ST_BAT_RUN_CONTROL'         TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_LAST_SWEEP_DATE
                INTO    :T-RUN-LAST-SWEEP-DATE
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-LAST-SWEEP-DATE  GREATER THAN  SPACES
               MOVE 'D'  TO  W-RUN-MODE-SW
           ELSE
               NEXT SENTENCE.

       B0500-GET-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0600-UPDATE-RUN-CONTROL                       *
      *****************************************************************
      *    THE FILE AND ITS TRAILER ARE COMPLETE, SO THIS SECTION     *
      *    ADVANCES THE LAST-EXTRACT DATE, ADDING THE CONTROL ROW ON  *
      *    THE FIRST EXCHANGE.  AN ABEND ANYWHERE BEFORE THIS POINT   *
      *    LEAVES THE OLD DATE IN PLACE, SO THE NEXT RUN RE-EXTRACTS  *
      *    THE SAME WINDOW.                                           *
      *****************************************************************

       B0600-UPDATE-RUN-CONTROL SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'         TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_BAT_RUN_CONTROL
                SET     RUN_LAST_SWEEP_DATE  =  :W-SWEEP-DATE
                WHERE   RUN_PROGRAM          =  :T-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_BAT_RUN_CONTROL
                         (RUN_PROGRAM,  RUN_LAST_SWEEP_DATE)
                    VALUES
                         (:T-RUN-PROGRAM,  :W-SWEEP-DATE)
               END-EXEC
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.

       B0600-UPDATE-RUN-CONTROL-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *               B0700-WRITE-EXTRACT-HEADER                      *
      *****************************************************************

       B0700-WRITE-EXTRACT-HEADER SECTION.

           MOVE  ZEROES                      TO  CVH-SSN.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  CVH-RUN-DATE.
           MOVE  W-RUN-MODE-SW               TO  CVH-RUN-MODE.

           EXEC CICS WRITE
                FILE    ('CAVOUT  ')
                RIDFLD  (CVH-SSN)
                FROM    (CAVHDR-REC)
                LENGTH  (LENGTH OF CAVHDR-REC)
                RESP    (W-CAVOUT-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN.

       B0700-WRITE-EXTRACT-HEADER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *               B0800-WRITE-EXTRACT-TRAILER                     *
      *****************************************************************
      *    THE DETAIL COUNT AND SSN HASH TOTAL FOR THE AUTHORITY'S    *
      *    LOADER TO VERIFY.  THE HASH WRAPS WITHIN 15 DIGITS, AS ON  *
      *    CCEXTRCT.                                                  *
      *****************************************************************

       B0800-WRITE-EXTRACT-TRAILER SECTION.

           MOVE  99999999999                 TO  CVT-SSN.
           MOVE  W-EXT-DETAIL-COUNT          TO  CVT-REC-COUNT.
           MOVE  W-EXT-HASH-TOTAL            TO  CVT-HASH-TOTAL.

           EXEC CICS WRITE
                FILE    ('CAVOUT  ')
                RIDFLD  (CVT-SSN)
                FROM    (CAVTRL-REC)
                LENGTH  (LENGTH OF CAVTRL-REC)
                RESP    (W-CAVOUT-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN.

       B0800-WRITE-EXTRACT-TRAILER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-WRITE-VERIFY-REQUEST                     *
      *****************************************************************
      *    A ROW ENTERED ON OR AFTER THE LAST EXTRACT GOES AS NEW     *
      *    (N), ANY OTHER AS CHANGED (C).  A MISSING CIVIL ID IS      *
      *    COUNTED REJECTED AND NOT SENT.                             *
      *****************************************************************

       C0000-WRITE-VERIFY-REQUEST SECTION.

           IF  T-CIVIL-IND  LESS THAN  ZERO  OR
               T-M-BAS-EE-CIVIL-ID  EQUAL TO  ZEROES
               ADD  1  TO  X684-ROWS-REJECTED
               GO TO C0000-WRITE-VERIFY-REQUEST-EXIT.

           MOVE  SPACES                 TO  CAVOUT-REC.
           MOVE  T-M-BAS-EE-SSN         TO  CVO-SSN.
           MOVE 'D'                     TO  CVO-REC-TYPE.
           MOVE  T-M-BAS-EE-CIVIL-ID    TO  CVO-CIVIL-ID.
           MOVE  T-M-BAS-EE-SEX-CODE    TO  CVO-SEX-CODE.
           MOVE  T-M-BAS-EE-NAT-CODE    TO  CVO-NAT-CODE.

           IF  T-BIRTH-IND  NOT LESS THAN  ZERO
               MOVE  T-M-BAS-EE-BIRTH-DATE  TO  CVO-BIRTH-DATE
           ELSE
               NEXT SENTENCE.

           IF  W-FULL-EXTRACT
               MOVE 'N'  TO  CVO-REASON
           ELSE
           IF  T-ENTRY-IND  NOT LESS THAN  ZERO  AND
               T-M-BAS-EE-SYS-ENTRY-DATE  NOT LESS THAN
                                          T-RUN-LAST-SWEEP-DATE
               MOVE 'N'  TO  CVO-REASON
           ELSE
               MOVE 'C'  TO  CVO-REASON.

           PERFORM C0100-READ-NAME.

           EXEC CICS WRITE
                FILE    ('CAVOUT  ')
                RIDFLD  (CVO-SSN)
                FROM    (CAVOUT-REC)
                LENGTH  (LENGTH OF CAVOUT-REC)
                RESP    (W-CAVOUT-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN.

           IF  W-CAVOUT-RESP  =  DFHRESP(NORMAL)
               ADD  1               TO  W-EXT-DETAIL-COUNT
               ADD  T-M-BAS-EE-SSN  TO  W-EXT-HASH-TOTAL
           ELSE
               ADD  1               TO  X684-ROWS-REJECTED.

       C0000-WRITE-VERIFY-REQUEST-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-READ-NAME                                *
      *****************************************************************
      *    THE SAME NAME ROW C0410-EXPAND-EE-NAME SHOWS ON ORM1511:   *
      *    THE TYPE '20' ROW, OR FAILING THAT THE FIRST ROW HELD.     *
      *****************************************************************

       C0100-READ-NAME SECTION.

           MOVE 'ST_MST_NAME'    TO  W-EIBDS.
           MOVE  T-M-BAS-EE-SSN  TO  T-M-NAME-SSN.

           EXEC SQL
                SELECT   M_NAME_FIRST    ,
                         M_NAME_MIDDLE   ,
                         M_NAME_THIRD    ,
                         M_NAME_FAMILY
                INTO    :T-M-NAME-FIRST  ,
                        :T-M-NAME-MIDDLE ,
                        :T-M-NAME-THIRD:T-THRD-IND ,
                        :T-M-NAME-FAMILY
                FROM     ST_MST_NAME
                WHERE    M_NAME_SSN        =  :T-M-NAME-SSN
                AND      M_NAME_TYPE_CODE  =  '20'
                ORDER BY M_NAME_TRLR_SEQ_NUM ASC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    SELECT   M_NAME_FIRST    ,
                             M_NAME_MIDDLE   ,
                             M_NAME_THIRD    ,
                             M_NAME_FAMILY
                    INTO    :T-M-NAME-FIRST  ,
                            :T-M-NAME-MIDDLE ,
                            :T-M-NAME-THIRD:T-THRD-IND ,
                            :T-M-NAME-FAMILY
                    FROM     ST_MST_NAME
                    WHERE    M_NAME_SSN  =  :T-M-NAME-SSN
                    ORDER BY M_NAME_TRLR_SEQ_NUM ASC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.

           IF  SQLCODE  NOT EQUAL TO  +0
               GO TO C0100-READ-NAME-EXIT.

           MOVE  T-M-NAME-FIRST   TO  CVO-NAME-FIRST.
           MOVE  T-M-NAME-MIDDLE  TO  CVO-NAME-MIDDLE.
           MOVE  T-M-NAME-FAMILY  TO  CVO-NAME-FAMILY.

           IF  T-THRD-IND  NOT LESS THAN  ZERO
               MOVE  T-M-NAME-THIRD  TO  CVO-NAME-THIRD
           ELSE
               NEXT SENTENCE.

       C0100-READ-NAME-EXIT.  EXIT.
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

           MOVE 'OBSSS694'  TO  X684-PROGRAM.
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
               MOVE '1694'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
