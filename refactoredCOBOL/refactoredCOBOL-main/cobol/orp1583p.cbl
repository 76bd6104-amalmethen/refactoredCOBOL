       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1583P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1583P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM OPENS A NEW EMPLOYER           *
      *           REGISTRATION.  THE CLERK BUILDS THE INTAKE UP ONE   *
      *           ITEM AT A TIME ON ST_WRK_ER_INTAKE (ONE PENDING     *
      *           INTAKE PER CLERK): LEGAL NAME, COMMERCIAL LICENSE   *
      *           NUMBER, ACTIVITY CODE, THE ADDRESS AND CONTACT      *
      *           DETAILS, AND THE FIRST AUTHORIZED SIGNATORY, WHOSE  *
      *           CIVIL-ID MUST RESOLVE THROUGH OBSSS626 THE WAY      *
      *           ORP1549P REQUIRES.  REGISTERING THE INTAKE:         *
      *                                                               *
      *           - REFUSES A LICENSE NUMBER ALREADY HELD BY AN       *
      *             EMPLOYER ON ST_MST_EMPLOYER_BASIC (THE ORP1582P   *
      *             LICENSE REGISTER).                                *
      *           - STOPS ON AN EMPLOYER WHOSE LEGAL NAME STARTS WITH *
      *             THE SAME FIRST TWO WORDS, PUNCTUATION AND CASE    *
      *             IGNORED.  ONLY AN OBSSS645 GRANT OF THE APPROVE   *
      *             FUNCTION MAY OVERRIDE THE MATCH (R F).            *
      *           - ALLOCATES THE NEXT REGISTRATION NUMBER FROM THE   *
      *             ST_CTL_ER_REG_NUMBER COUNTER, THE WAY OBSSS666    *
      *             DRAWS INVOICE NUMBERS, AND APPENDS THE MODULUS-11 *
      *             CHECK DIGIT ORP1511P VALIDATES.                   *
      *           - WRITES THE EMPLOYER MASTER, LICENSE, ADDRESS      *
      *             (TYPE 'R') AND SIGNATORY ROWS, A REGISTRATION     *
      *             AUDIT ROW ON ST_HST_ER_REGISTRATION, AND AN ERRG  *
      *             EVENT ON ST_WRK_NOTIFY_EVENT FOR THE OBSSS634     *
      *             NOTIFICATION DISPATCH.                            *
      *                                                               *
      *           EVERY COMMAND NEEDS UPDATE AUTHORITY, CHECKED       *
      *           THROUGH OOPACEEE THE WAY ORP1525P DOES IT AND       *
      *           SUPPLEMENTED BY THE OBSSS645 CENTRAL AUTHORITY      *
      *           MATRIX.  THIS IS A STANDALONE UTILITY TRANSACTION,  *
      *           KEYED DIRECTLY AS 1583.                             *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_WRK_ER_INTAKE      (DB2 WORK TABLE)        *
      *                 ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)      *
      *                 ST_MST_ER_LICENSE     (DB2 MASTER TABLE)      *
      *                 ST_CTL_ER_REG_NUMBER  (DB2 CONTROL TABLE)     *
      *                                                               *
      *        OUTPUT - THE NEW REGISTRATION.  COMMANDS:              *
      *                   N LEGAL-NAME            (START AN INTAKE)   *
      *                   L LICENSE-NUMBER        (LICENSE)           *
      *                   A ACTIVITY-CODE         (ACTIVITY)          *
      *                   S STREET / C CITY       (ADDRESS)           *
      *                   P PHONE  / E E-MAIL     (CONTACT)           *
      *                   G CIVID POWERS NAME     (SIGNATORY)         *
      *                   D                       (DISPLAY)           *
      *                   R  OR  R F              (REGISTER)          *
      *                   X                       (DISCARD)           *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98313 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1583P'.

           COPY DFHBMSCA.
           COPY DFHAID.

       01  CONSTANTS.
             COPY SFCWSCON.

       01  W-END-SESSION-SW            PIC X(01)  VALUE 'N'.
           88  W-END-SESSION               VALUE 'Y'.

       01  W-APPROVE-AUTH-SW           PIC X(01)  VALUE 'N'.
           88  W-APPROVE-AUTH              VALUE 'Y'.

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
               10  TWA-PROGRAM-ORP1583P        PIC X(08)
                                                VALUE 'ORP1583P'.
               10  TWA-PROGRAM-ORP1583P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *                 PENDING INTAKE HOST VARIABLES                 *
      *****************************************************************

       01  T-INT-CLERK                 PIC X(03).
       01  T-INT-NAME                  PIC X(40).
       01  T-INT-LICENSE-NUM           PIC X(15).
       01  T-INT-ACT-CODE              PIC X(02).
       01  T-INT-STREET                PIC X(30).
       01  T-INT-CITY                  PIC X(30).
       01  T-INT-PHONE                 PIC X(30).
       01  T-INT-EMAIL                 PIC X(30).
       01  T-INT-SGY-CIVID             PIC 9(12).
       01  T-INT-SGY-POWERS            PIC X(08).
       01  T-INT-SGY-NAME              PIC X(20).
       01  T-INT-START-DATE            PIC X(08).

      *****************************************************************
      *                 DUPLICATE CHECK HOST VARIABLES                *
      *****************************************************************

       01  T-HOLDER-REG-NUM            PIC 9(07).
       01  T-SIMILAR-REG-NUM           PIC 9(07).
       01  T-NAME-PATTERN.
           49  T-NAME-PATTERN-LEN      PIC S9(04) COMP.
           49  T-NAME-PATTERN-DATA     PIC X(42).

       01  W-NAME-UPPER                PIC X(40).
       01  W-NAME-WORD1                PIC X(40).
       01  W-NAME-WORD2                PIC X(40).
       01  W-PATTERN-PTR               PIC S9(04) COMP.

      *****************************************************************
      *                 NEW REGISTRATION HOST VARIABLES               *
      *****************************************************************

       01  T-CTL-LAST-NUM              PIC 9(06).
       01  T-CTL-MAX-REG-NUM           PIC 9(07).
       01  T-CTL-MAX-IND               PIC S9(04) COMP.

       01  T-NEW-REG-NUM               PIC 9(07).
       01  W-NEW-REG-NUM-R REDEFINES T-NEW-REG-NUM.
           05  W-NRN-BASE              PIC 9(06).
           05  W-NRN-BASE-R REDEFINES W-NRN-BASE.
               10  W-NRN-DIGIT         PIC 9(01)  OCCURS 6 TIMES.
           05  W-NRN-CHKDIG            PIC 9(01).

       01  W-CHKDIG-AREA.
           05  W-CHKDIG-IDX           PIC S9(04) COMP.
           05  W-CHKDIG-WEIGHT        PIC S9(04) COMP.
           05  W-CHKDIG-SUM           PIC S9(04) COMP.
           05  W-CHKDIG-CALC          PIC S9(04) COMP.

       01  T-ADR-KEY                   PIC 9(11).
       01  T-REG-FORCED-SW             PIC X(01).
       01  T-REG-CLERK                 PIC X(03).

      *****************************************************************
      *        NOTIFICATION EVENT HOST VARIABLES (THE SAME EVENT      *
      *        RECORD ORP1533P DROPS FOR OBSSS634)                    *
      *****************************************************************

       01  T-NTF-SSN                   PIC 9(11).
       01  T-NTF-EVENT-CODE            PIC X(04).
       01  T-NTF-REF                   PIC X(20)  VALUE SPACES.
       01  W-NTF-DATE-TIME.
           05  W-NTF-DATE              PIC 9(08).
           05  W-NTF-TIME              PIC X(06).

      *****************************************************************
      *        OBSSS626 REVERSE LOOKUP SERVICE COMMAREA               *
      *****************************************************************

       01  X626-LOOKUP-AREA.
           COPY OBC626CA.

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 INTAKE COMMAND INPUT AREA                     *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-NEW               VALUE 'N'.
               88  W-CMD-LICENSE           VALUE 'L'.
               88  W-CMD-ACTIVITY          VALUE 'A'.
               88  W-CMD-STREET            VALUE 'S'.
               88  W-CMD-CITY              VALUE 'C'.
               88  W-CMD-PHONE             VALUE 'P'.
               88  W-CMD-EMAIL             VALUE 'E'.
               88  W-CMD-SIGNATORY         VALUE 'G'.
               88  W-CMD-DISPLAY           VALUE 'D'.
               88  W-CMD-REGISTER          VALUE 'R'.
               88  W-CMD-DISCARD           VALUE 'X'.
               88  W-CMD-SETS-ITEM         VALUE 'L' 'A' 'S' 'C'
                                                 'P' 'E' 'G'.
           05  FILLER                  PIC X(01).
           05  W-CMD-VALUE             PIC X(60).
           05  W-CMD-SGY REDEFINES W-CMD-VALUE.
               10  W-CMD-SGY-CIVID     PIC X(12).
               10  W-CMD-SGY-CIVID-9 REDEFINES W-CMD-SGY-CIVID
                                       PIC 9(12).
               10  FILLER              PIC X(01).
               10  W-CMD-SGY-POWERS    PIC X(08).
               10  FILLER              PIC X(01).
               10  W-CMD-SGY-NAME      PIC X(20).
               10  FILLER              PIC X(18).
           05  W-CMD-REG-OPT REDEFINES W-CMD-VALUE.
               10  W-CMD-FORCE-SW      PIC X(01).
                   88  W-CMD-FORCED        VALUE 'F'.
               10  FILLER              PIC X(59).
           05  FILLER                  PIC X(18).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +80.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'NEW EMPLOYER REGISTRATION - N NAME / L LICENSE / A ACT'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'S STREET / C CITY / P PHONE / E E-MAIL'.
           05  W-TEXT-USAGE3           PIC X(64) VALUE
               'G CIVID POWERS NAME / D / R (R F OVERRIDES) / X'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO REGISTER EMPLOYERS.'.
           05  W-TEXT-NOT-APPROVER     PIC X(60) VALUE
               'NOT AUTHORIZED TO OVERRIDE A SIMILAR-NAME MATCH.'.
           05  W-TEXT-NO-INTAKE        PIC X(60) VALUE
               'NO INTAKE IN PROGRESS - START ONE WITH N LEGAL-NAME.'.
           05  W-TEXT-NO-VALUE         PIC X(60) VALUE
               'A VALUE IS NEEDED AFTER THE COMMAND LETTER.'.
           05  W-TEXT-NAME-LONG        PIC X(60) VALUE
               'LEGAL NAME IS LIMITED TO 40 CHARACTERS.'.
           05  W-TEXT-LONG-VALUE       PIC X(60) VALUE
               'VALUE IS LONGER THAN THE FIELD ALLOWS.'.
           05  W-TEXT-BAD-CIVID        PIC X(60) VALUE
               'CIVIL-ID IS NOT KNOWN TO THE CROSS-REFERENCE.'.
           05  W-TEXT-STARTED          PIC X(60) VALUE
               'INTAKE STARTED.'.
           05  W-TEXT-ITEM-SET         PIC X(60) VALUE
               'INTAKE ITEM RECORDED.'.
           05  W-TEXT-DISCARDED        PIC X(60) VALUE
               'INTAKE DISCARDED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'EMPLOYER REGISTRATION ENDED.'.
           05  W-TEXT-HELD-BY.
               10  FILLER              PIC X(36) VALUE
                   'LICENSE IS ALREADY HELD BY EMPLOYER '.
               10  W-THB-REG-NUM       PIC 9(07).
               10  FILLER              PIC X(17) VALUE SPACES.
           05  W-TEXT-SIMILAR.
               10  FILLER              PIC X(25) VALUE
                   'SIMILAR NAME ON EMPLOYER '.
               10  W-TSM-REG-NUM       PIC 9(07).
               10  FILLER              PIC X(28) VALUE
                   ' - CHECK, OR R F OVERRIDES.'.
           05  W-TEXT-MISSING.
               10  FILLER              PIC X(31) VALUE
                   'INTAKE IS INCOMPLETE - MISSING '.
               10  W-TMS-ITEM          PIC X(20).
               10  FILLER              PIC X(09) VALUE SPACES.
           05  W-TEXT-REGISTERED.
               10  FILLER              PIC X(33) VALUE
                   'EMPLOYER REGISTERED UNDER NUMBER '.
               10  W-TRG-REG-NUM       PIC 9(07).
               10  FILLER              PIC X(20) VALUE SPACES.
           05  W-TEXT-INTAKE-LINE1.
               10  FILLER              PIC X(05) VALUE 'NAME '.
               10  W-TIL-NAME          PIC X(40).
               10  FILLER              PIC X(05) VALUE ' ACT '.
               10  W-TIL-ACT-CODE      PIC X(02).
               10  FILLER              PIC X(12) VALUE SPACES.
           05  W-TEXT-INTAKE-LINE2.
               10  FILLER              PIC X(04) VALUE 'LIC '.
               10  W-TIL-LICENSE-NUM   PIC X(15).
               10  FILLER              PIC X(05) VALUE ' SGY '.
               10  W-TIL-SGY-CIVID     PIC 9(12).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  W-TIL-CITY          PIC X(20).
               10  FILLER              PIC X(07) VALUE SPACES.

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
           MOVE TWA-PROGRAM-ORP1583P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.
           PERFORM B0060-CHECK-APPROVE-AUTH.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE TCTTE-CLERK                  TO  T-INT-CLERK.
           MOVE ZEROES                       TO  T-NEW-REG-NUM.

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
           MOVE '1583'        TO  X645-TRAN.
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
      *                B0060-CHECK-APPROVE-AUTH                       *
      *****************************************************************
      *    REGISTERING OVER A SIMILAR-NAME MATCH IS A SUPERVISOR      *
      *    DECISION: ONLY AN OBSSS645 GRANT OF THE APPROVE FUNCTION   *
      *    ON THIS TRANSACTION PERMITS IT.                            *
      *****************************************************************

       B0060-CHECK-APPROVE-AUTH SECTION.

           MOVE  TCTTE-CLERK  TO  X645-CLERK.
           MOVE '1583'        TO  X645-TRAN.
           MOVE 'A'           TO  X645-FUNCTION.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET  W-APPROVE-AUTH  TO  TRUE
           ELSE
               NEXT SENTENCE.

       B0060-CHECK-APPROVE-AUTH-EXIT.  EXIT.
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

           PERFORM C0200-RECEIVE-INTAKE-CMD.

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

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-USAGE3)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1583')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-INTAKE-CMD                       *
      *****************************************************************
      *    EVERY COMMAND NEEDS UPDATE AUTHORITY.  EVERY BRANCH        *
      *    RETURNS.                                                   *
      *****************************************************************

       C0200-RECEIVE-INTAKE-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +80      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  NOT W-CMD-NEW       AND
               NOT W-CMD-SETS-ITEM AND
               NOT W-CMD-DISPLAY   AND
               NOT W-CMD-REGISTER  AND
               NOT W-CMD-DISCARD
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-NEW
               PERFORM C0300-START-INTAKE
           ELSE
           IF  W-CMD-SETS-ITEM
               PERFORM C0400-SET-INTAKE-ITEM
           ELSE
           IF  W-CMD-DISPLAY
               PERFORM C0250-DISPLAY-INTAKE
           ELSE
           IF  W-CMD-REGISTER
               PERFORM C0500-REGISTER-EMPLOYER
           ELSE
               PERFORM C0700-DISCARD-INTAKE.

       C0200-RECEIVE-INTAKE-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0210-FETCH-INTAKE                             *
      *****************************************************************
      *    THE CLERK'S PENDING INTAKE.  NONE IS AN ERROR RETURN.      *
      *****************************************************************

       C0210-FETCH-INTAKE SECTION.

           MOVE 'ST_WRK_ER_INTAKE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   INT_NAME ,
                         INT_LICENSE_NUM ,
                         INT_ACT_CODE ,
                         INT_STREET ,
                         INT_CITY ,
                         INT_PHONE ,
                         INT_EMAIL ,
                         INT_SGY_CIVID ,
                         INT_SGY_POWERS ,
                         INT_SGY_NAME ,
                         INT_START_DATE
                INTO    :T-INT-NAME ,
                        :T-INT-LICENSE-NUM ,
                        :T-INT-ACT-CODE ,
                        :T-INT-STREET ,
                        :T-INT-CITY ,
                        :T-INT-PHONE ,
                        :T-INT-EMAIL ,
                        :T-INT-SGY-CIVID ,
                        :T-INT-SGY-POWERS ,
                        :T-INT-SGY-NAME ,
                        :T-INT-START-DATE
                FROM     ST_WRK_ER_INTAKE
                WHERE    INT_CLERK  =  :T-INT-CLERK
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-INTAKE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0210-FETCH-INTAKE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-DISPLAY-INTAKE                           *
      *****************************************************************
      *    TWO LINES: THE NAME AND ACTIVITY, THEN THE LICENSE, THE    *
      *    SIGNATORY CIVIL-ID AND THE CITY RECORDED SO FAR.           *
      *****************************************************************

       C0250-DISPLAY-INTAKE SECTION.

           PERFORM C0210-FETCH-INTAKE.

           MOVE  T-INT-NAME          TO  W-TIL-NAME.
           MOVE  T-INT-ACT-CODE      TO  W-TIL-ACT-CODE.
           MOVE  T-INT-LICENSE-NUM   TO  W-TIL-LICENSE-NUM.
           MOVE  T-INT-SGY-CIVID     TO  W-TIL-SGY-CIVID.
           MOVE  T-INT-CITY          TO  W-TIL-CITY.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-INTAKE-LINE1)
                LENGTH  (64)
                ERASE
           END-EXEC.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-INTAKE-LINE2)
                LENGTH  (64)
                ACCUM
           END-EXEC.

           EXEC CICS SEND PAGE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1583')
           END-EXEC.

       C0250-DISPLAY-INTAKE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-START-INTAKE                             *
      *****************************************************************
      *    A NEW INTAKE REPLACES ANY THE CLERK LEFT UNFINISHED.       *
      *****************************************************************

       C0300-START-INTAKE SECTION.

           IF  W-CMD-VALUE  EQUAL TO  SPACES
               MOVE W-TEXT-NO-VALUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-VALUE (41:20)  NOT EQUAL TO  SPACES
               MOVE W-TEXT-NAME-LONG  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-VALUE  TO  T-INT-NAME.

           MOVE 'ST_WRK_ER_INTAKE'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_WRK_ER_INTAKE
                WHERE   INT_CLERK  =  :T-INT-CLERK
           END-EXEC.

           PERFORM DB2-ERROR.

           EXEC SQL
                INSERT INTO ST_WRK_ER_INTAKE
                     (INT_CLERK,        INT_NAME,
                      INT_LICENSE_NUM,  INT_ACT_CODE,
                      INT_STREET,       INT_CITY,
                      INT_PHONE,        INT_EMAIL,
                      INT_SGY_CIVID,    INT_SGY_POWERS,
                      INT_SGY_NAME,     INT_START_DATE)
                VALUES
                     (:T-INT-CLERK,     :T-INT-NAME,
                      ' ',              ' ',
                      ' ',              ' ',
                      ' ',              ' ',
                      0,                ' ',
                      ' ',              :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE W-TEXT-STARTED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0300-START-INTAKE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0400-SET-INTAKE-ITEM                          *
      *****************************************************************
      *    RECORDS ONE ITEM ON THE PENDING INTAKE.  A LICENSE ALREADY *
      *    HELD IS REFUSED HERE AS WELL AS AT REGISTRATION, AND THE   *
      *    SIGNATORY'S CIVIL-ID MUST RESOLVE THROUGH OBSSS626.        *
      *****************************************************************

       C0400-SET-INTAKE-ITEM SECTION.

           IF  W-CMD-VALUE  EQUAL TO  SPACES
               MOVE W-TEXT-NO-VALUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  ( W-CMD-LICENSE   AND
                 W-CMD-VALUE (16:45)  NOT EQUAL TO  SPACES )  OR
               ( W-CMD-ACTIVITY  AND
                 W-CMD-VALUE (3:58)   NOT EQUAL TO  SPACES )  OR
               ( NOT W-CMD-LICENSE    AND
                 NOT W-CMD-ACTIVITY   AND
                 NOT W-CMD-SIGNATORY  AND
                 W-CMD-VALUE (31:30)  NOT EQUAL TO  SPACES )
               MOVE W-TEXT-LONG-VALUE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-LICENSE
               MOVE  W-CMD-VALUE  TO  T-INT-LICENSE-NUM
               PERFORM C0600-CHECK-LICENSE-HELD
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SIGNATORY
               PERFORM C0450-CHECK-SIGNATORY
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_WRK_ER_INTAKE'  TO  W-EIBDS.

           IF  W-CMD-LICENSE
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_LICENSE_NUM  =  :T-INT-LICENSE-NUM
                    WHERE  INT_CLERK        =  :T-INT-CLERK
               END-EXEC
           ELSE
           IF  W-CMD-ACTIVITY
               MOVE  W-CMD-VALUE  TO  T-INT-ACT-CODE
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_ACT_CODE  =  :T-INT-ACT-CODE
                    WHERE  INT_CLERK     =  :T-INT-CLERK
               END-EXEC
           ELSE
           IF  W-CMD-STREET
               MOVE  W-CMD-VALUE  TO  T-INT-STREET
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_STREET  =  :T-INT-STREET
                    WHERE  INT_CLERK   =  :T-INT-CLERK
               END-EXEC
           ELSE
           IF  W-CMD-CITY
               MOVE  W-CMD-VALUE  TO  T-INT-CITY
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_CITY   =  :T-INT-CITY
                    WHERE  INT_CLERK  =  :T-INT-CLERK
               END-EXEC
           ELSE
           IF  W-CMD-PHONE
               MOVE  W-CMD-VALUE  TO  T-INT-PHONE
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_PHONE  =  :T-INT-PHONE
                    WHERE  INT_CLERK  =  :T-INT-CLERK
               END-EXEC
           ELSE
           IF  W-CMD-EMAIL
               MOVE  W-CMD-VALUE  TO  T-INT-EMAIL
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_EMAIL  =  :T-INT-EMAIL
                    WHERE  INT_CLERK  =  :T-INT-CLERK
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE ST_WRK_ER_INTAKE
                    SET    INT_SGY_CIVID   =  :T-INT-SGY-CIVID,
                           INT_SGY_POWERS  =  :T-INT-SGY-POWERS,
                           INT_SGY_NAME    =  :T-INT-SGY-NAME
                    WHERE  INT_CLERK       =  :T-INT-CLERK
               END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-INTAKE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE W-TEXT-ITEM-SET  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0400-SET-INTAKE-ITEM-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0450-CHECK-SIGNATORY                          *
      *****************************************************************
      *    THE SIGNATORY'S CIVIL-ID MUST RESOLVE THROUGH THE OBSSS626 *
      *    REVERSE LOOKUP, AS ORP1549P REQUIRES OF EVERY SIGNATORY.   *
      *****************************************************************

       C0450-CHECK-SIGNATORY SECTION.

           IF  W-CMD-SGY-CIVID  NOT NUMERIC  OR
               W-CMD-SGY-NAME   EQUAL TO  SPACES
               MOVE W-TEXT-BAD-CMD  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-SGY-CIVID-9  TO  T-INT-SGY-CIVID.
           MOVE  W-CMD-SGY-POWERS   TO  T-INT-SGY-POWERS.
           MOVE  W-CMD-SGY-NAME     TO  T-INT-SGY-NAME.

           MOVE  T-INT-SGY-CIVID    TO  X626-CIVIL-ID.

           EXEC CICS LINK
                PROGRAM  ('OBSSS626')
                COMMAREA (X626-LOOKUP-AREA)
                LENGTH   (LENGTH OF X626-LOOKUP-AREA)
           END-EXEC.

           IF  X626-RETURN-CODE  EQUAL TO  K-RET-TXN-ERR
               MOVE W-TEXT-BAD-CIVID  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0450-CHECK-SIGNATORY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-REGISTER-EMPLOYER                        *
      *****************************************************************
      *    THE INTAKE MUST BE COMPLETE (PHONE AND E-MAIL ARE          *
      *    OPTIONAL), THE LICENSE NOT HELD AND THE NAME NOT LIKE AN   *
      *    EXISTING EMPLOYER'S UNLESS AN APPROVER OVERRIDES.  THEN    *
      *    THE NUMBER IS ALLOCATED AND EVERY ROW WRITTEN IN ONE UNIT  *
      *    OF WORK, AND THE INTAKE IS CLEARED.                        *
      *****************************************************************

       C0500-REGISTER-EMPLOYER SECTION.

           PERFORM C0210-FETCH-INTAKE.

           PERFORM C0510-CHECK-COMPLETE.

           PERFORM C0600-CHECK-LICENSE-HELD.

           MOVE 'N'     TO  T-REG-FORCED-SW.
           MOVE ZEROES  TO  T-SIMILAR-REG-NUM.
           PERFORM C0650-CHECK-SIMILAR-NAME.

           IF  SQLCODE  EQUAL TO  +0
               PERFORM C0660-OVERRIDE-SIMILAR-NAME
           ELSE
               MOVE ZEROES  TO  T-SIMILAR-REG-NUM.

           PERFORM C0750-ALLOCATE-REG-NUMBER.

           PERFORM C0550-WRITE-REGISTRATION.

           MOVE 'ST_WRK_ER_INTAKE'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_WRK_ER_INTAKE
                WHERE   INT_CLERK  =  :T-INT-CLERK
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  T-NEW-REG-NUM      TO  W-TRG-REG-NUM.
           MOVE  W-TEXT-REGISTERED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0500-REGISTER-EMPLOYER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0510-CHECK-COMPLETE                           *
      *****************************************************************

       C0510-CHECK-COMPLETE SECTION.

           IF  T-INT-LICENSE-NUM  EQUAL TO  SPACES
               MOVE 'LICENSE NUMBER'        TO  W-TMS-ITEM
           ELSE
           IF  T-INT-ACT-CODE     EQUAL TO  SPACES
               MOVE 'ACTIVITY CODE'         TO  W-TMS-ITEM
           ELSE
           IF  T-INT-STREET       EQUAL TO  SPACES
               MOVE 'STREET'                TO  W-TMS-ITEM
           ELSE
           IF  T-INT-CITY         EQUAL TO  SPACES
               MOVE 'CITY'                  TO  W-TMS-ITEM
           ELSE
           IF  T-INT-SGY-CIVID    EQUAL TO  ZEROES
               MOVE 'SIGNATORY'             TO  W-TMS-ITEM
           ELSE
               GO TO C0510-CHECK-COMPLETE-EXIT.

           MOVE W-TEXT-MISSING  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0510-CHECK-COMPLETE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0550-WRITE-REGISTRATION                       *
      *****************************************************************
      *    THE EMPLOYER MASTER ROW, ITS LICENSE ROW (EMPTY REGISTRY   *
      *    SNAPSHOT, AS ORP1582P RECORDS ONE), THE TYPE 'R' ADDRESS   *
      *    ROW KEYED BY THE NUMBER ZERO-FILLED TO 11 DIGITS AS        *
      *    ORP1541P MAINTAINS IT, THE FIRST SIGNATORY, THE AUDIT ROW  *
      *    AND THE ERRG NOTIFICATION EVENT.                           *
      *****************************************************************

       C0550-WRITE-REGISTRATION SECTION.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_EMPLOYER_BASIC
                     (M_BAS_ER_REG_NUM,      M_BAS_ER_NAME,
                      M_BAS_ER_ACT_CODE,     M_BAS_ER_REG_EFF_DATE,
                      M_BAS_ER_BLOCK_CODE)
                VALUES
                     (:T-NEW-REG-NUM,        :T-INT-NAME,
                      :T-INT-ACT-CODE,       :W-TODAY-DATE,
                      ' ')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_ER_LICENSE
                     (ELC_REG_NUM,      ELC_LICENSE_NUM,
                      ELC_LIC_STATUS,   ELC_OWNER_CIVID,
                      ELC_LEGAL_FORM,   ELC_EXPIRY_DATE,
                      ELC_FILE_DATE,    ELC_CLERK,
                      ELC_UPD_DATE)
                VALUES
                     (:T-NEW-REG-NUM,   :T-INT-LICENSE-NUM,
                      ' ',              0,
                      ' ',              ' ',
                      ' ',              :T-INT-CLERK,
                      :W-TODAY-DATE)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_ADDRESS'  TO  W-EIBDS.
           MOVE  T-NEW-REG-NUM    TO  T-ADR-KEY.

           EXEC SQL
                INSERT INTO ST_MST_ADDRESS
                     (ADR_KEY_TYPE,  ADR_KEY,
                      ADR_STREET,    ADR_CITY,
                      ADR_PHONE,     ADR_EMAIL,
                      ADR_UNDELIV_SW)
                VALUES
                     ('R',              :T-ADR-KEY,
                      :T-INT-STREET,    :T-INT-CITY,
                      :T-INT-PHONE,     :T-INT-EMAIL,
                      'N')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_MST_ER_SIGNATORY'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_MST_ER_SIGNATORY
                     (SGY_REG_NUM,   SGY_CIVIL_ID,
                      SGY_NAME,      SGY_POWERS,
                      SGY_FROM_DATE, SGY_TO_DATE,
                      SGY_STATUS)
                VALUES
                     (:T-NEW-REG-NUM,    :T-INT-SGY-CIVID,
                      :T-INT-SGY-NAME,   :T-INT-SGY-POWERS,
                      :W-TODAY-DATE,     '99991231',
                      ' ')
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE 'ST_HST_ER_REGISTRATION'  TO  W-EIBDS.
           MOVE  TCTTE-CLERK              TO  T-REG-CLERK.
           MOVE FUNCTION CURRENT-DATE(1:16)  TO  W-NTF-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_HST_ER_REGISTRATION
                     (ERG_REG_NUM,      ERG_NAME,
                      ERG_LICENSE_NUM,  ERG_ACT_CODE,
                      ERG_SIMILAR_REG,  ERG_FORCED_SW,
                      ERG_CLERK,        ERG_REG_DATE,
                      ERG_REG_TIME)
                VALUES
                     (:T-NEW-REG-NUM,      :T-INT-NAME,
                      :T-INT-LICENSE-NUM,  :T-INT-ACT-CODE,
                      :T-SIMILAR-REG-NUM,  :T-REG-FORCED-SW,
                      :T-REG-CLERK,        :W-NTF-DATE,
                      :W-NTF-TIME)
           END-EXEC.

           PERFORM DB2-ERROR.

           MOVE  T-NEW-REG-NUM   TO  T-NTF-SSN.
           MOVE 'ERRG'           TO  T-NTF-EVENT-CODE.
           MOVE  SPACES          TO  T-NTF-REF.
           MOVE  W-TODAY-DATE    TO  T-NTF-REF (1:8).
           PERFORM S0950-DROP-NOTIFY-EVENT.

       C0550-WRITE-REGISTRATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0600-CHECK-LICENSE-HELD                       *
      *****************************************************************
      *    A LICENSE NUMBER ALREADY HELD BY AN EMPLOYER ON FILE IS    *
      *    A DUPLICATE REGISTRATION AND IS REFUSED OUTRIGHT.          *
      *****************************************************************

       C0600-CHECK-LICENSE-HELD SECTION.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   L.ELC_REG_NUM
                INTO    :T-HOLDER-REG-NUM
                FROM     ST_MST_ER_LICENSE      L ,
                         ST_MST_EMPLOYER_BASIC  B
                WHERE    L.ELC_LICENSE_NUM   =  :T-INT-LICENSE-NUM
                AND      B.M_BAS_ER_REG_NUM  =  L.ELC_REG_NUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE  T-HOLDER-REG-NUM  TO  W-THB-REG-NUM
               MOVE  W-TEXT-HELD-BY    TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0600-CHECK-LICENSE-HELD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0650-CHECK-SIMILAR-NAME                       *
      *****************************************************************
      *    THE FIRST TWO WORDS OF THE LEGAL NAME, SPLIT AT SPACES,    *
      *    HYPHENS AND FULL STOPS, BECOME A 'WORD1%WORD2%' PATTERN    *
      *    MATCHED AGAINST THE UPPER-CASED MASTER NAME, SO "AL-SAYER  *
      *    TRADING" AND "AL SAYER TRADING CO." ARE FOUND TOGETHER.    *
      *    SQLCODE +0 ON RETURN MEANS A SIMILAR EMPLOYER EXISTS.      *
      *****************************************************************

       C0650-CHECK-SIMILAR-NAME SECTION.

           MOVE  T-INT-NAME  TO  W-NAME-UPPER.
           INSPECT  W-NAME-UPPER  CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
                   TO  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE  SPACES  TO  W-NAME-WORD1
                             W-NAME-WORD2.
           UNSTRING  W-NAME-UPPER
               DELIMITED BY  ALL SPACE  OR  '-'  OR  '.'
               INTO  W-NAME-WORD1
                     W-NAME-WORD2.

           MOVE  SPACES  TO  T-NAME-PATTERN-DATA.
           MOVE  1       TO  W-PATTERN-PTR.
           STRING  W-NAME-WORD1  DELIMITED BY  SPACE
                   '%'           DELIMITED BY  SIZE
                   W-NAME-WORD2  DELIMITED BY  SPACE
                   '%'           DELIMITED BY  SIZE
               INTO  T-NAME-PATTERN-DATA
               WITH POINTER  W-PATTERN-PTR.
           COMPUTE  T-NAME-PATTERN-LEN  =  W-PATTERN-PTR - 1.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   M_BAS_ER_REG_NUM
                INTO    :T-SIMILAR-REG-NUM
                FROM     ST_MST_EMPLOYER_BASIC
                WHERE    UPPER (M_BAS_ER_NAME)  LIKE  :T-NAME-PATTERN
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

       C0650-CHECK-SIMILAR-NAME-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0660-OVERRIDE-SIMILAR-NAME                    *
      *****************************************************************
      *    A SIMILAR NAME STOPS THE REGISTRATION UNLESS THE CLERK     *
      *    ASKED TO OVERRIDE (R F) AND HOLDS THE APPROVE GRANT.  THE  *
      *    OVERRIDE AND THE MATCHED EMPLOYER GO ON THE AUDIT ROW.     *
      *****************************************************************

       C0660-OVERRIDE-SIMILAR-NAME SECTION.

           IF  NOT W-CMD-FORCED
               MOVE  T-SIMILAR-REG-NUM  TO  W-TSM-REG-NUM
               MOVE  W-TEXT-SIMILAR     TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  NOT W-APPROVE-AUTH
               MOVE W-TEXT-NOT-APPROVER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'Y'  TO  T-REG-FORCED-SW.

       C0660-OVERRIDE-SIMILAR-NAME-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0700-DISCARD-INTAKE                           *
      *****************************************************************

       C0700-DISCARD-INTAKE SECTION.

           MOVE 'ST_WRK_ER_INTAKE'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_WRK_ER_INTAKE
                WHERE   INT_CLERK  =  :T-INT-CLERK
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-INTAKE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE W-TEXT-DISCARDED  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0700-DISCARD-INTAKE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0750-ALLOCATE-REG-NUMBER                      *
      *****************************************************************
      *    THE NEXT SIX-DIGIT BASE COMES FROM THE COUNTER ROW ON      *
      *    ST_CTL_ER_REG_NUMBER, THE WAY OBSSS666 DRAWS INVOICE       *
      *    NUMBERS; THE UPDATE HOLDS THE ROW, SO TWO CLERKS CANNOT    *
      *    DRAW THE SAME BASE.  THE SEVENTH DIGIT IS THE CHECK DIGIT. *
      *****************************************************************

       C0750-ALLOCATE-REG-NUMBER SECTION.

           MOVE 'ST_CTL_ER_REG_NUMBER'  TO  W-EIBDS.

           EXEC SQL
                UPDATE   ST_CTL_ER_REG_NUMBER
                SET      CTL_LAST_NUM  =  CTL_LAST_NUM  +  1
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               PERFORM C0760-SEED-COUNTER-ROW
           ELSE
               EXEC SQL
                    SELECT   CTL_LAST_NUM
                    INTO    :T-CTL-LAST-NUM
                    FROM     ST_CTL_ER_REG_NUMBER
               END-EXEC
               PERFORM DB2-ERROR.

           MOVE  T-CTL-LAST-NUM  TO  W-NRN-BASE.
           PERFORM C0770-COMPUTE-CHECK-DIGIT.
           MOVE  W-CHKDIG-CALC   TO  W-NRN-CHKDIG.

       C0750-ALLOCATE-REG-NUMBER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0760-SEED-COUNTER-ROW                         *
      *****************************************************************
      *    FIRST-EVER USE: SEED THE COUNTER ONE PAST THE BASE OF THE  *
      *    HIGHEST REGISTRATION NUMBER ON FILE (ZERO WHEN NONE).      *
      *****************************************************************

       C0760-SEED-COUNTER-ROW SECTION.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   MAX (M_BAS_ER_REG_NUM)
                INTO    :T-CTL-MAX-REG-NUM:T-CTL-MAX-IND
                FROM     ST_MST_EMPLOYER_BASIC
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0  OR
               T-CTL-MAX-IND  IS LESS THAN  ZERO
               MOVE  ZEROES  TO  T-CTL-MAX-REG-NUM
           ELSE
               NEXT SENTENCE.

           MOVE  T-CTL-MAX-REG-NUM (1:6)  TO  T-CTL-LAST-NUM.
           ADD   1                        TO  T-CTL-LAST-NUM.

           MOVE 'ST_CTL_ER_REG_NUMBER'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_CTL_ER_REG_NUMBER
                     (CTL_LAST_NUM)
                VALUES
                     (:T-CTL-LAST-NUM)
           END-EXEC.

           PERFORM DB2-ERROR.

       C0760-SEED-COUNTER-ROW-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0770-COMPUTE-CHECK-DIGIT                      *
      *****************************************************************
      *    MODULUS-11 OVER THE SIX-DIGIT BASE, WEIGHTS CYCLING 2      *
      *    THROUGH 9 WORKING IN FROM THE CHECK DIGIT POSITION -- THE  *
      *    SAME TEST ORP1511P C0017 APPLIES TO A REGISTRATION NUMBER, *
      *    SO EVERY NUMBER ALLOCATED HERE PASSES IT.                  *
      *****************************************************************

       C0770-COMPUTE-CHECK-DIGIT SECTION.

           MOVE  ZERO  TO  W-CHKDIG-SUM.
           MOVE  2     TO  W-CHKDIG-WEIGHT.

           PERFORM C0780-SUM-ONE-DIGIT
               VARYING  W-CHKDIG-IDX  FROM  1  BY  1
                   UNTIL  W-CHKDIG-IDX  >  6.

           COMPUTE  W-CHKDIG-CALC  =
               11 - FUNCTION MOD (W-CHKDIG-SUM 11).
           IF  W-CHKDIG-CALC  >  9
               MOVE  0  TO  W-CHKDIG-CALC.

       C0770-COMPUTE-CHECK-DIGIT-EXIT.  EXIT.

       C0780-SUM-ONE-DIGIT SECTION.

           COMPUTE  W-CHKDIG-SUM  =  W-CHKDIG-SUM  +
               (W-NRN-DIGIT (7 - W-CHKDIG-IDX)  *  W-CHKDIG-WEIGHT).

           ADD  1  TO  W-CHKDIG-WEIGHT.
           IF  W-CHKDIG-WEIGHT  >  9
               MOVE  2  TO  W-CHKDIG-WEIGHT.

       C0780-SUM-ONE-DIGIT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                 C0800-SEND-ERROR-RETURN                       *
      *****************************************************************
      *    THIS SECTION SENDS WHATEVER MESSAGE HAS BEEN PLACED IN     *
      *    W-TEXT-ERROR AND RETURNS RIGHT AFTER ITS OWN SEND TEXT.    *
      *    A REFUSED REGISTRATION LEAVES THE INTAKE AS IT WAS.        *
      *****************************************************************

       C0800-SEND-ERROR-RETURN SECTION.

           EXEC CICS SEND TEXT
                FROM    (W-TEXT-ERROR)
                LENGTH  (60)
                ERASE
           END-EXEC.

           MOVE '1'          TO  TCTTE-ENTRY-COUNT.
           EXEC CICS RETURN
                TRANSID ('1583')
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
      *                S0950-DROP-NOTIFY-EVENT                        *
      *****************************************************************
      *    DROPS ONE EVENT RECORD ON THE ST_WRK_NOTIFY_EVENT QUEUE    *
      *    FOR THE OBSSS634 NOTIFICATION DISPATCH BATCH.  THE CALLER  *
      *    SETS THE EVENT CODE, KEY AND REF BEFORE PERFORMING THIS    *
      *    SECTION.                                                   *
      *****************************************************************

       S0950-DROP-NOTIFY-EVENT SECTION.

           MOVE 'ST_WRK_NOTIFY_EVENT'  TO  W-EIBDS.
           MOVE FUNCTION CURRENT-DATE(1:16)  TO  W-NTF-DATE-TIME.

           EXEC SQL
                INSERT INTO ST_WRK_NOTIFY_EVENT
                     (NTF_SSN,       NTF_EVENT_CODE,
                      NTF_REF,       NTF_STATUS,
                      NTF_POST_DATE, NTF_POST_TIME)
                VALUES
                     (:T-NTF-SSN,      :T-NTF-EVENT-CODE,
                      :T-NTF-REF,      ' ',
                      :W-NTF-DATE,     :W-NTF-TIME)
           END-EXEC.

           PERFORM DB2-ERROR.

       S0950-DROP-NOTIFY-EVENT-EXIT.  EXIT.
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
                    TRANSID ('1583')
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
               MOVE T-NEW-REG-NUM         TO  ORSS0400-SSN
               MOVE '1583'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
