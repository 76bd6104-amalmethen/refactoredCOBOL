       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1563P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1563P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM RECORDS A PENSIONER'S PROOF OF *
      *           LIFE ON THE ST_MST_LIFE_CERT REGISTER:              *
      *                                                               *
      *           - ANYONE MAY LIST THE REGISTER ROW: LAST PROOF      *
      *             DATE, CHANNEL, NEXT DUE DATE AND THE LAST         *
      *             REMINDER OBSSS663 SENT.                           *
98277 *           - A SURVIVOR SHARE (ONE PENSION ROW PER DEPENDENT   *
98277 *             UNDER THE DECEASED MEMBER'S SSN) HAS ITS OWN ROW, *
98277 *             KEYED BY THE SSN AND THE DEPENDENT'S CIVIL-ID; A  *
98277 *             MEMBER'S OWN PENSION IS KEYED WITH CIVIL-ID ZERO. *
      *           - THE PENSIONS CLERK RECORDS A CERTIFICATE RECEIVED *
      *             AT THE COUNTER (C), THROUGH AN EMBASSY (E) OR     *
      *             FROM THE PENSIONER'S BANK (B).  THE NEXT DUE DATE *
      *             IS ONE CERTIFICATE CYCLE (OBSSS663'S RUN-CONTROL  *
      *             ROW) FROM TODAY.                                  *
      *           - A PENSION THE OBSSS631 PAYROLL SUSPENDED FOR AN   *
      *             OVERDUE CERTIFICATE IS RESUMED: THE NET FOR EVERY *
      *             MONTH FROM THE SUSPENSION MONTH THROUGH THE       *
      *             CURRENT MONTH POSTS AS ARREARS TO THE PENSION     *
      *             DISBURSEMENT ACCOUNT THROUGH THE OBSSS627         *
      *             SERVICE, AND THE PENSION RETURNS TO PAY STATUS    *
      *             FROM NEXT MONTH'S PAYROLL.                        *
      *                                                               *
      *           UPDATE AUTHORITY IS CHECKED THROUGH OOPACEEE THE    *
      *           WAY ORP1525P DOES IT, SUPPLEMENTED BY THE OBSSS645  *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1563.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_LIFE_CERT   (DB2 MASTER TABLE)         *
      *                 ST_MST_PENSION     (DB2 MASTER TABLE)         *
      *                 ST_BAT_RUN_CONTROL (DB2 CONTROL TABLE)        *
      *                                                               *
      *        OUTPUT - ST_MST_LIFE_CERT ROW; RESUMED PENSION AND     *
      *                 ARREARS POSTING.  COMMANDS:                   *
      *                   SSN L          (LIST THE REGISTER ROW)      *
      *                   SSN C          (RECORD - COUNTER)           *
      *                   SSN E          (RECORD - EMBASSY)           *
      *                   SSN B          (RECORD - BANK)              *
98277 *                 A SURVIVOR'S CIVIL-ID FOLLOWS THE ACTION,     *
98277 *                 E.G. SSN C CIVIL-ID.                          *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                      *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98275 - ORIGINAL PROGRAM.                       *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98277 - THE REGISTER IS KEPT PER SURVIVOR       *
      *                       SHARE: SSN PLUS THE DEPENDENT'S CIVIL-  *
      *                       ID, ZERO FOR THE MEMBER'S OWN PENSION.  *
      *                       THE ARREARS OF A SURVIVOR SHARE POST    *
      *                       WITH THE DEPENDENT'S CIVIL-ID.          *
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
               VALUE 'PROGRAM-ID ORP1563P'.

           COPY DFHBMSCA.
           COPY DFHAID.

      *****************************************************************
      *                    CONSTANTS                                  *
      *****************************************************************

       01  CONSTANTS.
             COPY SFCWSCON.
           05  C-DEFAULT-CYCLE-MONTHS  PIC S9(03) COMP-3 VALUE +12.
           05  K-ARREARS-TRAN-CODE     PIC X(04)  VALUE 'PARR'.
           05  K-ARREARS-SOURCE        PIC X(02)  VALUE 'PA'.
           05  K-ARREARS-DEPT          PIC X(02)  VALUE 'PY'.
           05  K-PAYROLL-RUN-PROGRAM   PIC X(08)  VALUE 'OBSSS631'.
           05  K-REMINDER-RUN-PROGRAM  PIC X(08)  VALUE 'OBSSS663'.
           05  K-SUSP-LIFE-CERT        PIC X(01)  VALUE 'L'.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-CERT-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  W-CERT-FOUND                VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1563P        PIC X(08)
                                                VALUE 'ORP1563P'.
               10  TWA-PROGRAM-ORP1563P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *              LIFE CERTIFICATE HOST VARIABLES                  *
      *****************************************************************

       01  T-LCF-SSN                   PIC 9(11).
98277  01  T-LCF-DEP-CIVIL-ID          PIC 9(12).
       01  T-LCF-LAST-PROOF-DATE       PIC X(08).
       01  T-LCF-LAST-PROOF-DATE-I     PIC S9(04) COMP.
       01  T-LCF-CHANNEL               PIC X(01).
       01  T-LCF-DUE-DATE              PIC X(08).
       01  T-LCF-REMIND-DATE           PIC X(08).
       01  T-LCF-REMIND-DATE-I         PIC S9(04) COMP.

      *****************************************************************
      *              SUSPENDED PENSION HOST VARIABLES                 *
      *****************************************************************

       01  T-PEN-STATUS                PIC X(01).
       01  T-PEN-SUSP-DATE             PIC X(08).
       01  T-PEN-SUSP-DATE-I           PIC S9(04) COMP.
       01  T-PEN-NET-AMT               PIC S9(6)V9(3) COMP-3.
       01  T-PEN-NET-AMT-I             PIC S9(04) COMP.
       01  T-PEN-FIRST-PAY-DATE        PIC X(08).
       01  T-ARREARS-MONTHS            PIC S9(05) COMP-3.
       01  T-ARREARS-AMT               PIC S9(13)V999 COMP-3.

       01  T-RUN-PENSION-ACCT          PIC 9(11).
       01  T-RUN-LIFE-CYCLE-MONTHS     PIC S9(03) COMP-3.
       01  W-CYCLE-MONTHS              PIC S9(03) COMP-3.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *              DUE DATE / ARREARS WORK FIELDS                   *
      *****************************************************************

       01  W-DATE-WORK.
           05  W-DW-YYYY               PIC 9(04).
           05  W-DW-MM                 PIC 9(02).
           05  W-DW-DD                 PIC 9(02).
       01  W-DW-MONTHS                 PIC S9(06) COMP.
       01  W-MONTH-WORK.
           05  W-MW-YYYY               PIC 9(04).
           05  W-MW-MM                 PIC 9(02).
       01  W-SUSP-MONTHS               PIC S9(06) COMP.
       01  W-TODAY-MONTHS              PIC S9(06) COMP.
       01  W-DATE-BUILD.
           05  W-DB-YYYYMM             PIC X(06).
           05  W-DB-DD                 PIC X(02)  VALUE '01'.

      *****************************************************************
      *        OBSSS627 POSTING SERVICE COMMAREA                      *
      *****************************************************************

       01  X627-POSTING-AREA.
           COPY OBC627CA.

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-SSN               PIC X(11).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-LIST              VALUE 'L'.
               88  W-CMD-RECORD            VALUE 'C' 'E' 'B'.
98277      05  FILLER                  PIC X(01).
98277      05  W-CMD-CIVIL-ID          PIC X(12).
98277  01  W-CMD-LEN                   PIC S9(04) COMP VALUE +26.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
98277          'LIFE CERTIFICATE - COMMANDS (SURVIVOR: ADD CIVIL-ID):'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'SSN L / SSN C (COUNTER) / SSN E (EMBASSY) / SSN B'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO RECORD LIFE CERTIFICATES.'.
           05  W-TEXT-NO-CERT          PIC X(60) VALUE
98277          'NO LIFE CERTIFICATE ON FILE FOR THAT SSN/CIVIL-ID.'.
           05  W-TEXT-NO-PENSION       PIC X(60) VALUE
98277          'NO PENSION IN PAY OR SUSPENDED FOR THAT SSN/CIVIL-ID.'.
           05  W-TEXT-NO-ACCT          PIC X(60) VALUE
               'PENSION ACCOUNT MISSING FROM RUN CONTROL.'.
           05  W-TEXT-POST-DIVERTED    PIC X(60) VALUE
               'PENSION RESUMED - ARREARS AWAIT RELEASE ON 1524.'.
           05  W-TEXT-POST-REJECTED    PIC X(60) VALUE
               'ARREARS POSTING REJECTED - PENSION NOT RESUMED.'.
           05  W-TEXT-RECORDED         PIC X(60) VALUE
               'LIFE CERTIFICATE RECORDED.'.
           05  W-TEXT-RESUMED          PIC X(60) VALUE
               'CERTIFICATE RECORDED - PENSION RESUMED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'LIFE CERTIFICATE SESSION ENDED'.

       01  W-TEXT-CERT-LINE.
           05  FILLER                  PIC X(05) VALUE 'SSN: '.
           05  W-TCL-SSN               PIC 9(11).
98277      05  FILLER                  PIC X(01) VALUE '/'.
98277      05  W-TCL-CIVIL-ID          PIC 9(12).
           05  FILLER                  PIC X(08) VALUE ' PROOF: '.
           05  W-TCL-PROOF             PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' CHN: '.
           05  W-TCL-CHANNEL           PIC X(01).
           05  FILLER                  PIC X(06) VALUE ' DUE: '.
           05  W-TCL-DUE               PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' REM: '.
           05  W-TCL-REMIND            PIC X(08).

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
           MOVE TWA-PROGRAM-ORP1563P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.

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
           MOVE '1563'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-CERT-CMD.

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
                TRANSID ('1563')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-CERT-CMD                         *
      *****************************************************************

       C0200-RECEIVE-CERT-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
98277      MOVE +26      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-SSN  NOT NUMERIC  OR
               ( NOT W-CMD-LIST  AND  NOT W-CMD-RECORD )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-RECORD  AND  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

98277      IF  W-CMD-CIVIL-ID  NOT EQUAL TO  SPACES  AND
98277          W-CMD-CIVIL-ID  NOT NUMERIC
98277          MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
98277          PERFORM C0800-SEND-ERROR-RETURN
98277      ELSE
98277          NEXT SENTENCE.

           MOVE  W-CMD-SSN  TO  T-LCF-SSN.

98277      IF  W-CMD-CIVIL-ID  EQUAL TO  SPACES
98277          MOVE  ZEROES          TO  T-LCF-DEP-CIVIL-ID
98277      ELSE
98277          MOVE  W-CMD-CIVIL-ID  TO  T-LCF-DEP-CIVIL-ID.

           PERFORM C0300-FETCH-CERT.

           IF  W-CMD-LIST
               PERFORM C0700-LIST-CERT
           ELSE
               PERFORM C0400-RECORD-CERT.

           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-CERT-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-FETCH-CERT                               *
      *****************************************************************
      *    A PENSIONER NOT YET ENROLLED BY OBSSS663 HAS NO ROW; THE   *
      *    FIRST CERTIFICATE RECORDED ENROLLS THEM.  A LIST OF A      *
      *    MISSING ROW IS AN ERROR.                                   *
      *****************************************************************

       C0300-FETCH-CERT SECTION.

           MOVE 'ST_MST_LIFE_CERT'  TO  W-EIBDS.

           EXEC SQL
                SELECT   LCF_LAST_PROOF_DATE  ,
                         LCF_CHANNEL          ,
                         LCF_DUE_DATE         ,
                         LCF_REMIND_DATE
                INTO    :T-LCF-LAST-PROOF-DATE:T-LCF-LAST-PROOF-DATE-I ,
                        :T-LCF-CHANNEL        ,
                        :T-LCF-DUE-DATE       ,
                        :T-LCF-REMIND-DATE:T-LCF-REMIND-DATE-I
                FROM     ST_MST_LIFE_CERT
                WHERE    LCF_SSN           =  :T-LCF-SSN
98277           AND      LCF_DEP_CIVIL_ID  =  :T-LCF-DEP-CIVIL-ID
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               SET  W-CERT-FOUND  TO  TRUE
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-LIST  AND  NOT W-CERT-FOUND
               MOVE W-TEXT-NO-CERT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  T-LCF-LAST-PROOF-DATE-I  LESS THAN  +0
               MOVE  SPACES  TO  T-LCF-LAST-PROOF-DATE
           ELSE
               NEXT SENTENCE.

           IF  T-LCF-REMIND-DATE-I  LESS THAN  +0
               MOVE  SPACES  TO  T-LCF-REMIND-DATE
           ELSE
               NEXT SENTENCE.

       C0300-FETCH-CERT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-RECORD-CERT                              *
      *****************************************************************
      *    THIS SECTION RECORDS THE CERTIFICATE.  A PENSIONER WITH    *
      *    NO PENSION IN PAY OR SUSPENDED FOR THE CERTIFICATE IS      *
      *    REFUSED.  A SUSPENDED PENSION IS RESUMED FIRST, SO A       *
      *    REJECTED ARREARS POSTING LEAVES THE REGISTER UNCHANGED.    *
      *****************************************************************

       C0400-RECORD-CERT SECTION.

           PERFORM C0410-FETCH-SUSPENSION.

           IF  T-PEN-SUSP-DATE-I  LESS THAN  +0
               PERFORM C0420-CHECK-IN-PAY
               MOVE W-TEXT-RECORDED  TO  W-TEXT-ERROR
           ELSE
               PERFORM C0500-RESUME-PENSION.

           PERFORM C0450-DERIVE-DUE-DATE.

           MOVE 'ST_MST_LIFE_CERT'  TO  W-EIBDS.

           IF  W-CERT-FOUND
               EXEC SQL
                    UPDATE  ST_MST_LIFE_CERT
                    SET     LCF_LAST_PROOF_DATE  =  :W-TODAY-DATE,
                            LCF_CHANNEL          =  :W-CMD-ACTION,
                            LCF_DUE_DATE         =  :T-LCF-DUE-DATE,
                            LCF_CLERK            =  :TCTTE-CLERK,
                            LCF_UPD_DATE         =  :W-TODAY-DATE
                    WHERE   LCF_SSN              =  :T-LCF-SSN
98277               AND     LCF_DEP_CIVIL_ID     =  :T-LCF-DEP-CIVIL-ID
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO ST_MST_LIFE_CERT
                         (LCF_SSN,             LCF_LAST_PROOF_DATE,
                          LCF_CHANNEL,         LCF_DUE_DATE,
                          LCF_CLERK,           LCF_UPD_DATE,
98277                     LCF_REMIND_DATE,     LCF_DEP_CIVIL_ID)
                    VALUES
                         (:T-LCF-SSN,          :W-TODAY-DATE,
                          :W-CMD-ACTION,       :T-LCF-DUE-DATE,
                          :TCTTE-CLERK,        :W-TODAY-DATE,
98277                     NULL,                :T-LCF-DEP-CIVIL-ID)
               END-EXEC.

           PERFORM DB2-ERROR.

       C0400-RECORD-CERT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0410-FETCH-SUSPENSION                         *
      *****************************************************************
      *    THE EARLIEST SUSPENSION DATE AND THE MONTHLY NET OF THE    *
      *    PENSIONER'S ROWS SUSPENDED FOR THE CERTIFICATE.  NO SUCH   *
      *    ROW LEAVES THE SUSPENSION DATE NULL.  SMR#98277: ONLY THE  *
      *    ROWS OF THE SHARE THE CERTIFICATE IS FOR ARE TAKEN.        *
      *****************************************************************

       C0410-FETCH-SUSPENSION SECTION.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MIN(PEN_SUSP_DATE)  ,
                         SUM(PEN_GROSS_AMT - PEN_DED_AMT)
                INTO    :T-PEN-SUSP-DATE:T-PEN-SUSP-DATE-I ,
                        :T-PEN-NET-AMT:T-PEN-NET-AMT-I
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN          =  :T-LCF-SSN
98277           AND      COALESCE (PEN_DEP_CIVIL_ID, 0)
98277                                     =  :T-LCF-DEP-CIVIL-ID
                AND      PEN_STATUS       =  'S'
                AND      PEN_SUSP_REASON  =  :K-SUSP-LIFE-CERT
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-PEN-NET-AMT-I  LESS THAN  +0  OR
               T-PEN-NET-AMT    LESS THAN  ZEROES
               MOVE  ZEROES  TO  T-PEN-NET-AMT
           ELSE
               NEXT SENTENCE.

       C0410-FETCH-SUSPENSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0420-CHECK-IN-PAY                             *
      *****************************************************************

       C0420-CHECK-IN-PAY SECTION.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   PEN_STATUS
                INTO    :T-PEN-STATUS
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN     =  :T-LCF-SSN
98277           AND      COALESCE (PEN_DEP_CIVIL_ID, 0)
98277                                =  :T-LCF-DEP-CIVIL-ID
                AND      PEN_STATUS  =  'P'
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-PENSION  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0420-CHECK-IN-PAY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0450-DERIVE-DUE-DATE                          *
      *****************************************************************
      *    THE NEXT CERTIFICATE IS DUE ONE CYCLE FROM TODAY.  A DAY   *
      *    PAST THE 28TH IS HELD TO THE 28TH SO THE RESULT IS A DATE  *
      *    IN EVERY MONTH.                                            *
      *****************************************************************

       C0450-DERIVE-DUE-DATE SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'       TO  W-EIBDS.
           MOVE  C-DEFAULT-CYCLE-MONTHS    TO  W-CYCLE-MONTHS.

           EXEC SQL
                SELECT   RUN_LIFE_CYCLE_MONTHS
                INTO    :T-RUN-LIFE-CYCLE-MONTHS
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-REMINDER-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-RUN-LIFE-CYCLE-MONTHS  GREATER THAN  ZEROES
               MOVE  T-RUN-LIFE-CYCLE-MONTHS  TO  W-CYCLE-MONTHS
           ELSE
               NEXT SENTENCE.

           MOVE  W-TODAY-DATE  TO  W-DATE-WORK.

           COMPUTE  W-DW-MONTHS  =
               (W-DW-YYYY * 12)  +  W-DW-MM  -  1  +  W-CYCLE-MONTHS.

           DIVIDE  W-DW-MONTHS  BY  12
               GIVING     W-DW-YYYY
               REMAINDER  W-DW-MM.

           ADD  1  TO  W-DW-MM.

           IF  W-DW-DD  GREATER THAN  28
               MOVE  28  TO  W-DW-DD
           END-IF.

           MOVE  W-DATE-WORK  TO  T-LCF-DUE-DATE.

       C0450-DERIVE-DUE-DATE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-RESUME-PENSION                           *
      *****************************************************************
      *    THE PENSION WAS WITHHELD FROM THE SUSPENSION MONTH.  THE   *
      *    FIRST PAYROLL TO PAY IT AGAIN IS NEXT MONTH'S, SO EVERY    *
      *    MONTH FROM SUSPENSION THROUGH THE CURRENT MONTH GOES OUT   *
      *    NOW AS ARREARS, THE SAME WAY ORP1562P PAYS A NEW AWARD.    *
      *****************************************************************

       C0500-RESUME-PENSION SECTION.

           MOVE  T-PEN-SUSP-DATE (1:6)  TO  W-MONTH-WORK.
           COMPUTE  W-SUSP-MONTHS   =  (W-MW-YYYY * 12)  +  W-MW-MM.

           MOVE  W-TODAY-DATE (1:6)     TO  W-MONTH-WORK.
           COMPUTE  W-TODAY-MONTHS  =  (W-MW-YYYY * 12)  +  W-MW-MM.

           COMPUTE  T-ARREARS-MONTHS  =
               W-TODAY-MONTHS  -  W-SUSP-MONTHS  +  1.

           IF  T-ARREARS-MONTHS  LESS THAN  ZEROES
               MOVE  ZEROES  TO  T-ARREARS-MONTHS
           END-IF.

           COMPUTE  T-ARREARS-AMT  =
               T-PEN-NET-AMT  *  T-ARREARS-MONTHS.

           IF  W-MW-MM  EQUAL TO  12
               ADD   1     TO  W-MW-YYYY
               MOVE  1     TO  W-MW-MM
           ELSE
               ADD   1     TO  W-MW-MM.

           MOVE  W-MONTH-WORK  TO  W-DB-YYYYMM.
           MOVE  W-DATE-BUILD  TO  T-PEN-FIRST-PAY-DATE.

           MOVE W-TEXT-RESUMED  TO  W-TEXT-ERROR.

           IF  T-ARREARS-AMT  GREATER THAN  ZEROES
               PERFORM C0520-POST-ARREARS
           END-IF.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_PENSION
                SET     PEN_STATUS          =  'P',
                        PEN_SUSP_REASON     =  ' ',
                        PEN_FIRST_PAY_DATE  =  :T-PEN-FIRST-PAY-DATE
                WHERE   PEN_SSN             =  :T-LCF-SSN
98277           AND     COALESCE (PEN_DEP_CIVIL_ID, 0)
98277                                       =  :T-LCF-DEP-CIVIL-ID
                AND     PEN_STATUS          =  'S'
                AND     PEN_SUSP_REASON     =  :K-SUSP-LIFE-CERT
           END-EXEC.

           PERFORM DB2-ERROR.

       C0500-RESUME-PENSION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0520-POST-ARREARS                             *
      *****************************************************************
      *    THE ARREARS POST THROUGH THE OBSSS627 SERVICE TO THE       *
      *    PENSION DISBURSEMENT ACCOUNT ON OBSSS631'S RUN-CONTROL     *
      *    ROW, SO THE SAME DAY'S OBSSS623 RUN PAYS THEM TO THE       *
      *    PENSIONER'S BANK EXACTLY AS A PAYROLL NET WOULD BE.        *
      *****************************************************************

       C0520-POST-ARREARS SECTION.

           MOVE 'ST_BAT_RUN_CONTROL'  TO  W-EIBDS.

           EXEC SQL
                SELECT   RUN_PENSION_ACCT
                INTO    :T-RUN-PENSION-ACCT
                FROM     ST_BAT_RUN_CONTROL
                WHERE    RUN_PROGRAM  =  :K-PAYROLL-RUN-PROGRAM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE W-TEXT-NO-ACCT  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-LCF-SSN             TO  X627-SSN.
           MOVE  T-RUN-PENSION-ACCT    TO  X627-ACCT-CDE.
           MOVE  T-ARREARS-AMT         TO  X627-AMOUNT.
           MOVE  W-TODAY-DATE          TO  X627-EFF-DATE.
           MOVE  K-ARREARS-TRAN-CODE   TO  X627-TRAN-CODE.
98277      MOVE  T-LCF-DEP-CIVIL-ID    TO  X627-CIVIL-ID.
           MOVE  SPACES                TO  X627-REF-NUM.
           MOVE  T-PEN-SUSP-DATE       TO  X627-REF-NUM (1:8).
           MOVE  K-ARREARS-SOURCE      TO  X627-SOURCE.
           MOVE  K-ARREARS-DEPT        TO  X627-DEPT.
           MOVE  TCTTE-CLERK           TO  X627-CLERK.
           MOVE  EIBTRMID              TO  X627-TERM.
           MOVE  ZEROES                TO  X627-LINK-COUNT.
           MOVE 'N'                    TO  X627-SKIP-THRESHOLD.

           EXEC CICS LINK
                PROGRAM  ('OBSSS627')
                COMMAREA (X627-POSTING-AREA)
                LENGTH   (LENGTH OF X627-POSTING-AREA)
           END-EXEC.

           IF  X627-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE W-TEXT-POST-DIVERTED  TO  W-TEXT-ERROR
           ELSE
           IF  X627-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE W-TEXT-POST-REJECTED  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0520-POST-ARREARS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-LIST-CERT                                *
      *****************************************************************

       C0700-LIST-CERT SECTION.

           MOVE  T-LCF-SSN              TO  W-TCL-SSN.
98277      MOVE  T-LCF-DEP-CIVIL-ID     TO  W-TCL-CIVIL-ID.
           MOVE  T-LCF-LAST-PROOF-DATE  TO  W-TCL-PROOF.
           MOVE  T-LCF-CHANNEL          TO  W-TCL-CHANNEL.
           MOVE  T-LCF-DUE-DATE         TO  W-TCL-DUE.
           MOVE  T-LCF-REMIND-DATE      TO  W-TCL-REMIND.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-CERT-LINE)
                LENGTH  (LENGTH OF W-TEXT-CERT-LINE)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1563')
           END-EXEC.

       C0700-LIST-CERT-EXIT.  EXIT.
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
                TRANSID ('1563')
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
                    TRANSID ('1563')
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
               MOVE T-LCF-SSN             TO  ORSS0400-SSN
               MOVE '1563'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
