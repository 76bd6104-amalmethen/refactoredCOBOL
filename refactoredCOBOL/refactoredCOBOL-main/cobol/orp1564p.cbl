       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1564P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1564P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM IS THE RELEASE GATE FOR THE    *
      *           MONTHLY PENSION PAYROLL.  THE OBSSS631 PROOF RUN    *
      *           LEAVES THE MONTH'S ST_CTL_PAYROLL_PROOF ROW         *
      *           AWAITING RELEASE, WITH ITS VARIANCE SECTION ON      *
      *           PAYREG:                                             *
      *                                                               *
      *           - ANYONE MAY LIST A MONTH'S PROOF: STATUS, PROOF    *
      *             DATE, COUNT AND NET AGAINST LAST MONTH, THE NEW,  *
      *             STOPPED AND CHANGED COUNTS, WHO RELEASED IT AND   *
      *             WHAT POSTED OR WAS HELD.                          *
      *           - A SUPERVISOR RELEASES A PROOF AWAITING RELEASE.   *
      *             THE CLERK, DATE AND TIME OF THE RELEASE ARE       *
      *             RECORDED ON THE ROW, AND THE NEXT OBSSS631 RUN    *
      *             POSTS THE PROVED LINES THROUGH OBSSS627.          *
      *           - A RELEASE MAY BE WITHDRAWN BEFORE THE POSTING     *
      *             RUN; THE PROOF THEN AWAITS RELEASE AGAIN AND THE  *
      *             NEXT OBSSS631 RUN TAKES A FRESH PROOF.            *
      *           - A MONTH WHOSE POSTING RUN HELD LINES (STATUS H)   *
      *             IS PROVED AGAIN BY THE NEXT OBSSS631 RUN FOR THE  *
      *             LINES NOT YET POSTED, AND THEN AWAITS RELEASE     *
      *             THE SAME WAY.                                     *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1564.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_CTL_PAYROLL_PROOF (DB2 CONTROL TABLE)      *
      *                                                               *
      *        OUTPUT - ST_CTL_PAYROLL_PROOF RELEASE AND A            *
      *                 ST_HST_PAYROLL_RELEASE ROW.  COMMANDS:        *
      *                   YYYYMM L       (LIST THE MONTH'S PROOF)     *
      *                   YYYYMM R       (RELEASE THE PROOF)          *
      *                   YYYYMM W       (WITHDRAW THE RELEASE)       *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98278 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1564P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

      *****************************************************************
      *        AUTHORIZATION CHECK WORK AREAS (SAME OOPACEEE          *
      *        PROGRAM-LEVEL AUTHORITY CHECK ORP1525P USES)           *
      *****************************************************************

       77  WS-OOPACEEE-PROGRAM         PIC X(8) VALUE 'OOPACEEE'.
       01  ACCESS-PARAM.
           05  WS-ACCESS-AUTH           PIC X(01) VALUE SPACES.
               88  UPDATE-AUTH              VALUE 'U'.
       01  TWA-CHX-MISC.
           05  TWA-CHX-MISC-DEBUG-FLAG         PIC X(01) VALUE SPACES.
           05  TWA-CHX-MISC-LPAR-NAME          PIC X(08) VALUE SPACES.
           05  TWA-CHX-MISC-DEFAULT-RACF-GRP   PIC X(08) VALUE SPACES.
       01  TWA-CHX-ACEE-PROGRAMS.
           05  TWA-PROGRAM-RESOURCE-TYPE PIC X(12) VALUE 'PROGRAM     '.
           05  TWA-PROGRAM-COUNT         PIC S9(4) COMP VALUE +1.
           05  TWA-PROGRAM-RESOURCES.
               10  TWA-PROGRAM-ORP1564P        PIC X(08)
                                                VALUE 'ORP1564P'.
               10  TWA-PROGRAM-ORP1564P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              PAYROLL PROOF HOST VARIABLES                     *
      *****************************************************************

       01  T-PPC-PERIOD                PIC X(06).
       01  T-PPC-STATUS                PIC X(01).
       01  T-PPC-PREV-PERIOD           PIC X(06).
       01  T-PPC-PROOF-DATE            PIC X(08).
       01  T-PPC-COUNT                 PIC S9(07)     COMP-3.
       01  T-PPC-NET                   PIC S9(13)V999 COMP-3.
       01  T-PPC-PREV-COUNT            PIC S9(07)     COMP-3.
       01  T-PPC-PREV-NET              PIC S9(13)V999 COMP-3.
       01  T-PPC-NEW-COUNT             PIC S9(07)     COMP-3.
       01  T-PPC-STOP-COUNT            PIC S9(07)     COMP-3.
       01  T-PPC-CHNG-COUNT            PIC S9(07)     COMP-3.
       01  T-PPC-REL-CLERK             PIC X(03).
       01  T-PPC-REL-DATE              PIC X(08).
       01  T-PPC-REL-DATE-I            PIC S9(04) COMP.
       01  T-PPC-REL-TIME              PIC X(06).
       01  T-PPC-REL-TIME-I            PIC S9(04) COMP.
       01  T-PPC-POST-COUNT            PIC S9(07)     COMP-3.
       01  T-PPC-POST-NET              PIC S9(13)V999 COMP-3.
       01  T-PPC-HOLD-COUNT            PIC S9(07)     COMP-3.

       01  W-SYSTEM-DATE-TIME.
           05  W-SYSTEM-DATE           PIC X(08).
           05  W-SYSTEM-TIME           PIC X(06).
           05  FILLER                  PIC X(02).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-PERIOD            PIC X(06).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-RELEASE           VALUE 'R'.
               88  W-CMD-WITHDRAW          VALUE 'W'.
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +8.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'PENSION PAYROLL PROOF RELEASE - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'YYYYMM L / YYYYMM R (RELEASE) / YYYYMM W (WITHDRAW)'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO RELEASE THE PENSION PAYROLL.'.
           05  W-TEXT-NO-PROOF         PIC X(60) VALUE
               'NO PAYROLL PROOF ON FILE FOR THAT MONTH.'.
           05  W-TEXT-NOT-PROVED       PIC X(60) VALUE
               'PROOF IS NOT AWAITING RELEASE - NOTHING RELEASED.'.
           05  W-TEXT-NOT-RELEASED     PIC X(60) VALUE
               'PROOF IS NOT RELEASED OR IS ALREADY PAID.'.
           05  W-TEXT-RELEASED         PIC X(60) VALUE
               'PROOF RELEASED - THE NEXT PAYROLL RUN POSTS IT.'.
           05  W-TEXT-WITHDRAWN        PIC X(60) VALUE
               'RELEASE WITHDRAWN - THE NEXT RUN TAKES A NEW PROOF.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'PAYROLL RELEASE SESSION ENDED'.

       01  W-TEXT-PROOF-LINE1.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  W-TPL-PERIOD            PIC X(06).
           05  FILLER                  PIC X(05) VALUE ' ST: '.
           05  W-TPL-STATUS            PIC X(01).
           05  FILLER                  PIC X(08) VALUE ' PROOF: '.
           05  W-TPL-PROOF-DATE        PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' CNT: '.
           05  W-TPL-COUNT             PIC Z(06)9.
           05  FILLER                  PIC X(06) VALUE ' NET: '.
           05  W-TPL-NET               PIC Z(09)9.999-.
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  W-TEXT-PROOF-LINE2.
           05  FILLER                  PIC X(06) VALUE 'PREV: '.
           05  W-TPL-PREV-PERIOD       PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TPL-PREV-COUNT        PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TPL-PREV-NET          PIC Z(09)9.999-.
           05  FILLER                  PIC X(05) VALUE ' NEW '.
           05  W-TPL-NEW-COUNT         PIC Z(06)9.
           05  FILLER                  PIC X(05) VALUE ' STP '.
           05  W-TPL-STOP-COUNT        PIC Z(06)9.
           05  FILLER                  PIC X(05) VALUE ' CHG '.
           05  W-TPL-CHNG-COUNT        PIC Z(06)9.

       01  W-TEXT-PROOF-LINE3.
           05  FILLER                  PIC X(05) VALUE 'REL: '.
           05  W-TPL-REL-CLERK         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TPL-REL-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TPL-REL-TIME          PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' POST: '.
           05  W-TPL-POST-COUNT        PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  W-TPL-POST-NET          PIC Z(09)9.999-.
           05  FILLER                  PIC X(07) VALUE ' HELD: '.
           05  W-TPL-HOLD-COUNT        PIC Z(06)9.

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

           MOVE SPACES  TO  WS-ACCESS-AUTH.
           CALL WS-OOPACEEE-PROGRAM  USING
                DFHEIBLK DFHCOMMAREA
                TWA-CHX-MISC TWA-CHX-ACEE-PROGRAMS.
           MOVE TWA-PROGRAM-ORP1564P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

           MOVE FUNCTION CURRENT-DATE(1:16)  TO  W-SYSTEM-DATE-TIME.

       B0000-INIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0050-CHECK-AUTH-MATRIX                        *
      *****************************************************************
      *    CONSULTS THE OBSSS645 CENTRAL AUTHORITY MATRIX FOR THIS    *
      *    CLERK, TRANSACTION AND THE UPDATE FUNCTION.  A MATRIX      *
      *    GRANT PERMITS UPDATE; NO MATRIX ROW LEAVES THE PROGRAM-    *
      *    LEVEL OOPACEEE RESULT IN FORCE.                            *
      *****************************************************************

       B0050-CHECK-AUTH-MATRIX SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1564'        TO  X645-TRAN.
           MOVE 'U'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               MOVE 'U'  TO  WS-ACCESS-AUTH
           ELSE
               NEXT SENTENCE.

       B0050-CHECK-AUTH-MATRIX-EXIT.  EXIT.
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

           PERFORM C0200-RECEIVE-PROOF-CMD.

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
                TRANSID ('1564')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-PROOF-CMD                        *
      *****************************************************************

       C0200-RECEIVE-PROOF-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +8       TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-PERIOD  NOT NUMERIC  OR
               ( NOT W-CMD-LIST  AND  NOT W-CMD-RELEASE  AND
                 NOT W-CMD-WITHDRAW )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-CMD-LIST  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-PERIOD  TO  T-PPC-PERIOD.

           PERFORM C0300-FETCH-PROOF.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-PROOF
           ELSE
           IF  W-CMD-RELEASE
               PERFORM C0400-RELEASE-PROOF
           ELSE
               PERFORM C0500-WITHDRAW-RELEASE.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-PROOF-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-PROOF                              *
      *****************************************************************

       C0300-FETCH-PROOF SECTION.

           MOVE 'ST_CTL_PAYROLL_PROOF'  TO  W-EIBDS.

           EXEC SQL
                SELECT   PPC_STATUS       ,
                         PPC_PREV_PERIOD  ,
                         PPC_PROOF_DATE   ,
                         PPC_COUNT        ,
                         PPC_NET          ,
                         PPC_PREV_COUNT   ,
                         PPC_PREV_NET     ,
                         PPC_NEW_COUNT    ,
                         PPC_STOP_COUNT   ,
                         PPC_CHNG_COUNT   ,
                         PPC_REL_CLERK    ,
                         PPC_REL_DATE     ,
                         PPC_REL_TIME     ,
                         PPC_POST_COUNT   ,
                         PPC_POST_NET     ,
                         PPC_HOLD_COUNT
                INTO    :T-PPC-STATUS       ,
                        :T-PPC-PREV-PERIOD  ,
                        :T-PPC-PROOF-DATE   ,
                        :T-PPC-COUNT        ,
                        :T-PPC-NET          ,
                        :T-PPC-PREV-COUNT   ,
                        :T-PPC-PREV-NET     ,
                        :T-PPC-NEW-COUNT    ,
                        :T-PPC-STOP-COUNT   ,
                        :T-PPC-CHNG-COUNT   ,
                        :T-PPC-REL-CLERK    ,
                        :T-PPC-REL-DATE:T-PPC-REL-DATE-I ,
                        :T-PPC-REL-TIME:T-PPC-REL-TIME-I ,
                        :T-PPC-POST-COUNT   ,
                        :T-PPC-POST-NET     ,
                        :T-PPC-HOLD-COUNT
                FROM     ST_CTL_PAYROLL_PROOF
                WHERE    PPC_PERIOD  =  :T-PPC-PERIOD
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-PROOF  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-PPC-REL-DATE-I  LESS THAN  +0
               MOVE  SPACES  TO  T-PPC-REL-DATE
           ELSE
               NEXT SENTENCE.

           IF  T-PPC-REL-TIME-I  LESS THAN  +0
               MOVE  SPACES  TO  T-PPC-REL-TIME
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-PROOF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-RELEASE-PROOF                            *
      *****************************************************************
      *    ONLY A PROOF AWAITING RELEASE ('P') CAN BE RELEASED.  THE  *
      *    UPDATE IS CONDITIONED ON THAT STATUS SO A PROOF RE-TAKEN   *
      *    OR POSTED SINCE IT WAS LISTED IS NOT RELEASED BY MISTAKE.  *
      *****************************************************************

       C0400-RELEASE-PROOF SECTION.

           IF  T-PPC-STATUS  NOT EQUAL TO  'P'
               MOVE W-TEXT-NOT-PROVED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_CTL_PAYROLL_PROOF'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_CTL_PAYROLL_PROOF
                SET     PPC_STATUS     =  'R',
                        PPC_REL_CLERK  =  :TCTTE-CLERK,
                        PPC_REL_DATE   =  :W-SYSTEM-DATE,
                        PPC_REL_TIME   =  :W-SYSTEM-TIME
                WHERE   PPC_PERIOD     =  :T-PPC-PERIOD
                AND     PPC_STATUS     =  'P'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NOT-PROVED  TO  W-TEXT-ERROR
           ELSE
               MOVE W-TEXT-RELEASED    TO  W-TEXT-ERROR
               PERFORM C0600-LOG-RELEASE.

       C0400-RELEASE-PROOF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-WITHDRAW-RELEASE                         *
      *****************************************************************
      *    A RELEASED PROOF NOT YET POSTED GOES BACK TO AWAITING      *
      *    RELEASE.  THE CLERK AND DATE OF THE WITHDRAWAL REPLACE     *
      *    THOSE OF THE RELEASE.                                      *
      *****************************************************************

       C0500-WITHDRAW-RELEASE SECTION.

           IF  T-PPC-STATUS  NOT EQUAL TO  'R'
               MOVE W-TEXT-NOT-RELEASED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_CTL_PAYROLL_PROOF'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_CTL_PAYROLL_PROOF
                SET     PPC_STATUS     =  'P',
                        PPC_REL_CLERK  =  :TCTTE-CLERK,
                        PPC_REL_DATE   =  :W-SYSTEM-DATE,
                        PPC_REL_TIME   =  :W-SYSTEM-TIME
                WHERE   PPC_PERIOD     =  :T-PPC-PERIOD
                AND     PPC_STATUS     =  'R'
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NOT-RELEASED  TO  W-TEXT-ERROR
           ELSE
               MOVE W-TEXT-WITHDRAWN     TO  W-TEXT-ERROR
               PERFORM C0600-LOG-RELEASE.

       C0500-WITHDRAW-RELEASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-LOG-RELEASE                              *
      *****************************************************************
      *    EVERY RELEASE AND WITHDRAWAL IS KEPT ON                    *
      *    ST_HST_PAYROLL_RELEASE WITH THE PROOF COUNT AND NET IT     *
      *    COVERED, SO THE ROW'S LATEST CLERK IS NEVER THE ONLY       *
      *    RECORD.                                                    *
      *****************************************************************

       C0600-LOG-RELEASE SECTION.

           MOVE 'ST_HST_PAYROLL_RELEASE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_PAYROLL_RELEASE
                     (PRL_PERIOD,          PRL_ACTION,
                      PRL_CLERK,           PRL_DATE,
                      PRL_TIME,            PRL_COUNT,
                      PRL_NET)
                VALUES
                     (:T-PPC-PERIOD,       :W-CMD-ACTION,
                      :TCTTE-CLERK,        :W-SYSTEM-DATE,
                      :W-SYSTEM-TIME,      :T-PPC-COUNT,
                      :T-PPC-NET)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0600-LOG-RELEASE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-PROOF                               *
      *****************************************************************

       C0700-LIST-PROOF SECTION.

           MOVE  T-PPC-PERIOD       TO  W-TPL-PERIOD.
           MOVE  T-PPC-STATUS       TO  W-TPL-STATUS.
           MOVE  T-PPC-PROOF-DATE   TO  W-TPL-PROOF-DATE.
           MOVE  T-PPC-COUNT        TO  W-TPL-COUNT.
           MOVE  T-PPC-NET          TO  W-TPL-NET.
           MOVE  T-PPC-PREV-PERIOD  TO  W-TPL-PREV-PERIOD.
           MOVE  T-PPC-PREV-COUNT   TO  W-TPL-PREV-COUNT.
           MOVE  T-PPC-PREV-NET     TO  W-TPL-PREV-NET.
           MOVE  T-PPC-NEW-COUNT    TO  W-TPL-NEW-COUNT.
           MOVE  T-PPC-STOP-COUNT   TO  W-TPL-STOP-COUNT.
           MOVE  T-PPC-CHNG-COUNT   TO  W-TPL-CHNG-COUNT.
           MOVE  T-PPC-REL-CLERK    TO  W-TPL-REL-CLERK.
           MOVE  T-PPC-REL-DATE     TO  W-TPL-REL-DATE.
           MOVE  T-PPC-REL-TIME     TO  W-TPL-REL-TIME.
           MOVE  T-PPC-POST-COUNT   TO  W-TPL-POST-COUNT.
           MOVE  T-PPC-POST-NET     TO  W-TPL-POST-NET.
           MOVE  T-PPC-HOLD-COUNT   TO  W-TPL-HOLD-COUNT.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PROOF-LINE1)
                LENGTH  (LENGTH OF W-TEXT-PROOF-LINE1)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PROOF-LINE2)
                LENGTH  (LENGTH OF W-TEXT-PROOF-LINE2)
                ACCUM
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-PROOF-LINE3)
                LENGTH  (LENGTH OF W-TEXT-PROOF-LINE3)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1564')
           END-EXEC.

       C0700-LIST-PROOF-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT,   *
      *    THE SAME WAY SMR#98147 MADE ORP1518P'S ERROR BRANCHES      *
      *    RETURN.                                                    *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1564')
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
      *                        D0000-FINAL                            *
      *****************************************************************

       D0000-FINAL SECTION.

           IF  W-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                    TRANSID ('1564')
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
               MOVE '1564'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
