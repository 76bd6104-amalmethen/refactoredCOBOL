       CBL TEST(NONE,SYM,SEPARATE)
       IDENTIFICATION DIVISION.
      *****************************************************************
      * *      I D   D I V I S I O N                  PW-WHXR      *  *
      *****************************************************************
       PROGRAM-ID. ORP1582P.
       AUTHOR. HESSA AL-OTAIBI.
       INSTALLATION. PUBLIC INSTITUTE FOR SOCIAL SECURITY.
       DATE-WRITTEN. OCT 15, 2026.
       DATE-COMPILED.
      *REMARKS.
      *
      *****************************************************************
      *                        ORP1582P                               *
      *                                                               *
      *        FUNCTION - THIS PROGRAM MAINTAINS THE COMMERCIAL       *
      *           LICENSE NUMBER HELD AGAINST EACH EMPLOYER           *
      *           REGISTRATION ON ST_MST_ER_LICENSE, THE KEY THE      *
      *           OBSSS697 COMMERCIAL REGISTRY FEED IS MATCHED ON.    *
      *           THE FEED'S UNMATCHED-LICENSE LINES ARE WORKED HERE: *
      *           THE CLERK FINDS THE EMPLOYER AND RECORDS ITS        *
      *           LICENSE.  A LICENSE NUMBER IS HELD BY ONE           *
      *           REGISTRATION ONLY, AND ONLY BY A REGISTRATION ON    *
      *           ST_MST_EMPLOYER_BASIC.  RECORDING OR REPLACING A    *
      *           LICENSE CLEARS THE REGISTRY SNAPSHOT THE FEED KEEPS *
      *           ON THE ROW, SO THE NEXT FILE STARTS IT AFRESH.      *
      *           DISPLAY IS OPEN TO ANYONE; A CHANGE NEEDS UPDATE    *
      *           AUTHORITY, CHECKED THROUGH OOPACEEE THE WAY         *
      *           ORP1525P DOES IT AND SUPPLEMENTED BY THE OBSSS645   *
      *           CENTRAL AUTHORITY MATRIX.  THIS IS A STANDALONE     *
      *           UTILITY TRANSACTION, KEYED DIRECTLY AS 1582.        *
      *                                                               *
      *        INPUT PARMS - NONE.                                    *
      *                                                               *
      *        INPUT  - ST_MST_ER_LICENSE     (DB2 MASTER TABLE)      *
      *                 ST_MST_EMPLOYER_BASIC (DB2 MASTER TABLE)      *
      *                                                               *
      *        OUTPUT - MAINTAINED LICENSE ROWS.  COMMANDS:           *
      *                   REG D                          (DISPLAY)    *
      *                   REG L LICENSE-NUMBER           (RECORD)     *
      *                   REG X                          (REMOVE)     *
      *                                                               *
      *        EXITS                                                  *
      *            NORMAL   - PF3/CLEAR ENDS THE SESSION.             *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400.                       *
      *                                                               *
      *        MODIFICATION -                                         *
      *           SMR#98312 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID ORP1582P'.

           COPY DFHBMSCA.
           COPY DFHAID.

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
               10  TWA-PROGRAM-ORP1582P        PIC X(08)
                                                VALUE 'ORP1582P'.
               10  TWA-PROGRAM-ORP1582P-ACCESS PIC X(01).
           05  TWA-PROGRAM-RESOURCER REDEFINES TWA-PROGRAM-RESOURCES
               OCCURS 1 TIMES.
               10  TWA-PROGRAM-RESOURCE-NAME   PIC X(08).
               10  TWA-PROGRAM-RESOURCE-FLAG   PIC X(01).

      *****************************************************************
      *                 LICENSE ROW HOST VARIABLES                    *
      *****************************************************************

       01  T-ELC-REG-NUM               PIC 9(07).
       01  T-ELC-LICENSE-NUM           PIC X(15).
       01  T-ELC-LIC-STATUS            PIC X(01).
       01  T-ELC-LEGAL-FORM            PIC X(02).
       01  T-ELC-EXPIRY-DATE           PIC X(08).
       01  T-ELC-FILE-DATE             PIC X(08).
       01  T-ELC-CLERK                 PIC X(03).
       01  T-HOLDER-REG-NUM            PIC 9(07).

       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *                 MAINTENANCE COMMAND INPUT AREA                *
      *****************************************************************

       01  W-CMD-IN.
           05  W-CMD-REG               PIC X(07).
           05  W-CMD-REG-9 REDEFINES W-CMD-REG
                                       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  W-CMD-ACTION            PIC X(01).
               88  W-CMD-DISPLAY           VALUE 'D'.
               88  W-CMD-SET-LICENSE       VALUE 'L'.
               88  W-CMD-REMOVE            VALUE 'X'.
           05  FILLER                  PIC X(01).
           05  W-CMD-LICENSE           PIC X(15).
           05  FILLER                  PIC X(45).
       01  W-CMD-LEN                   PIC S9(04) COMP VALUE +70.

      *****************************************************************
      *                 DISPLAY / TEXT BUILD AREA                     *
      *****************************************************************

       01  W-TEXT-AREA.
           05  W-TEXT-USAGE1           PIC X(64) VALUE
               'EMPLOYER COMMERCIAL LICENSE - COMMANDS:'.
           05  W-TEXT-USAGE2           PIC X(64) VALUE
               'REG D / REG L LICENSE-NUMBER / REG X'.
           05  W-TEXT-BAD-CMD          PIC X(60) VALUE
               'COMMAND NOT RECOGNIZED - SEE THE FORMATS ABOVE.'.
           05  W-TEXT-NOT-AUTH         PIC X(60) VALUE
               'NOT AUTHORIZED TO MAINTAIN LICENSE NUMBERS.'.
           05  W-TEXT-NO-EMPLOYER      PIC X(60) VALUE
               'EMPLOYER REGISTRATION IS NOT ON FILE.'.
           05  W-TEXT-NO-LICENSE-NUM   PIC X(60) VALUE
               'A LICENSE NUMBER IS NEEDED.'.
           05  W-TEXT-NO-LICENSE       PIC X(60) VALUE
               'NO LICENSE NUMBER IS HELD FOR THE EMPLOYER.'.
           05  W-TEXT-DONE             PIC X(60) VALUE
               'LICENSE CHANGE APPLIED.'.
           05  W-TEXT-BYE              PIC X(30) VALUE
               'LICENSE REGISTER ENDED.'.
           05  W-TEXT-HELD-BY.
               10  FILLER              PIC X(36) VALUE
                   'LICENSE IS ALREADY HELD BY EMPLOYER '.
               10  W-THB-REG-NUM       PIC 9(07).
               10  FILLER              PIC X(17) VALUE SPACES.
           05  W-TEXT-LICENSE-LINE.
               10  FILLER              PIC X(04) VALUE 'LIC '.
               10  W-TLL-LICENSE-NUM   PIC X(15).
               10  FILLER              PIC X(04) VALUE ' ST '.
               10  W-TLL-LIC-STATUS    PIC X(01).
               10  FILLER              PIC X(06) VALUE ' FORM '.
               10  W-TLL-LEGAL-FORM    PIC X(02).
               10  FILLER              PIC X(05) VALUE ' EXP '.
               10  W-TLL-EXPIRY-DATE   PIC X(08).
               10  FILLER              PIC X(06) VALUE ' FILE '.
               10  W-TLL-FILE-DATE     PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACES.

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
           MOVE TWA-PROGRAM-ORP1582P-ACCESS  TO  WS-ACCESS-AUTH.

           PERFORM B0050-CHECK-AUTH-MATRIX.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE ZEROES                       TO  T-ELC-REG-NUM.

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
           MOVE '1582'        TO  X645-TRAN.
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

           PERFORM C0200-RECEIVE-LIC-CMD.

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
                TRANSID ('1582')
           END-EXEC.

       C0100-SEND-USAGE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-RECEIVE-LIC-CMD                          *
      *****************************************************************
      *    DISPLAY IS OPEN TO ANYONE; RECORDING OR REMOVING A LICENSE *
      *    NEEDS UPDATE AUTHORITY.  EVERY BRANCH RETURNS.             *
      *****************************************************************

       C0200-RECEIVE-LIC-CMD SECTION.

           MOVE SPACES   TO  W-CMD-IN.
           MOVE +70      TO  W-CMD-LEN.

           EXEC CICS RECEIVE
                INTO    (W-CMD-IN)
                LENGTH  (W-CMD-LEN)
                NOHANDLE
           END-EXEC.

           IF  W-CMD-REG  NOT NUMERIC  OR
               ( NOT W-CMD-DISPLAY      AND
                 NOT W-CMD-SET-LICENSE  AND
                 NOT W-CMD-REMOVE )
               MOVE W-TEXT-BAD-CMD   TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-REG-9  TO  T-ELC-REG-NUM.

           IF  W-CMD-DISPLAY
               PERFORM C0250-DISPLAY-LICENSE
           ELSE
               NEXT SENTENCE.

           IF  NOT UPDATE-AUTH
               MOVE W-TEXT-NOT-AUTH  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           IF  W-CMD-SET-LICENSE
               PERFORM C0300-SET-LICENSE
           ELSE
               PERFORM C0500-REMOVE-LICENSE.

           MOVE W-TEXT-DONE  TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0200-RECEIVE-LIC-CMD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0250-DISPLAY-LICENSE                          *
      *****************************************************************
      *    THE LICENSE NUMBER WITH THE REGISTRY STATUS, LEGAL FORM,   *
      *    EXPIRY AND FILE DATE THE FEED LAST RECORDED FOR IT.        *
      *****************************************************************

       C0250-DISPLAY-LICENSE SECTION.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   ELC_LICENSE_NUM ,
                         ELC_LIC_STATUS ,
                         ELC_LEGAL_FORM ,
                         ELC_EXPIRY_DATE ,
                         ELC_FILE_DATE
                INTO    :T-ELC-LICENSE-NUM ,
                        :T-ELC-LIC-STATUS ,
                        :T-ELC-LEGAL-FORM ,
                        :T-ELC-EXPIRY-DATE ,
                        :T-ELC-FILE-DATE
                FROM     ST_MST_ER_LICENSE
                WHERE    ELC_REG_NUM  =  :T-ELC-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-LICENSE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  T-ELC-LICENSE-NUM   TO  W-TLL-LICENSE-NUM.
           MOVE  T-ELC-LIC-STATUS    TO  W-TLL-LIC-STATUS.
           MOVE  T-ELC-LEGAL-FORM    TO  W-TLL-LEGAL-FORM.
           MOVE  T-ELC-EXPIRY-DATE   TO  W-TLL-EXPIRY-DATE.
           MOVE  T-ELC-FILE-DATE     TO  W-TLL-FILE-DATE.
           MOVE  W-TEXT-LICENSE-LINE TO  W-TEXT-ERROR.
           PERFORM C0800-SEND-ERROR-RETURN.

       C0250-DISPLAY-LICENSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-SET-LICENSE                              *
      *****************************************************************
      *    THE EMPLOYER MUST BE ON FILE AND THE LICENSE NOT HELD BY   *
      *    ANOTHER REGISTRATION.  THE ROW IS REPLACED IN PLACE, OR    *
      *    ADDED THE FIRST TIME, WITH AN EMPTY REGISTRY SNAPSHOT.     *
      *****************************************************************

       C0300-SET-LICENSE SECTION.

           IF  W-CMD-LICENSE  EQUAL TO  SPACES
               MOVE W-TEXT-NO-LICENSE-NUM  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE 'ST_MST_EMPLOYER_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   M_BAS_ER_REG_NUM
                INTO    :T-HOLDER-REG-NUM
                FROM     ST_MST_EMPLOYER_BASIC
                WHERE    M_BAS_ER_REG_NUM  =  :T-ELC-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-EMPLOYER  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  W-CMD-LICENSE  TO  T-ELC-LICENSE-NUM.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                SELECT   ELC_REG_NUM
                INTO    :T-HOLDER-REG-NUM
                FROM     ST_MST_ER_LICENSE
                WHERE    ELC_LICENSE_NUM  =  :T-ELC-LICENSE-NUM
                AND      ELC_REG_NUM     <>  :T-ELC-REG-NUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE  T-HOLDER-REG-NUM  TO  W-THB-REG-NUM
               MOVE  W-TEXT-HELD-BY    TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

           MOVE  TCTTE-CLERK  TO  T-ELC-CLERK.

           EXEC SQL
                UPDATE  ST_MST_ER_LICENSE
                SET     ELC_LICENSE_NUM  =  :T-ELC-LICENSE-NUM,
                        ELC_LIC_STATUS   =  ' ',
                        ELC_OWNER_CIVID  =  0,
                        ELC_LEGAL_FORM   =  ' ',
                        ELC_EXPIRY_DATE  =  ' ',
                        ELC_FILE_DATE    =  ' ',
                        ELC_CLERK        =  :T-ELC-CLERK,
                        ELC_UPD_DATE     =  :W-TODAY-DATE
                WHERE   ELC_REG_NUM      =  :T-ELC-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_MST_ER_LICENSE
                         (ELC_REG_NUM,      ELC_LICENSE_NUM,
                          ELC_LIC_STATUS,   ELC_OWNER_CIVID,
                          ELC_LEGAL_FORM,   ELC_EXPIRY_DATE,
                          ELC_FILE_DATE,    ELC_CLERK,
                          ELC_UPD_DATE)
                    VALUES
                         (:T-ELC-REG-NUM,   :T-ELC-LICENSE-NUM,
                          ' ',              0,
                          ' ',              ' ',
                          ' ',              :T-ELC-CLERK,
                          :W-TODAY-DATE)
               END-EXEC
               PERFORM DB2-ERROR
           END-IF.

       C0300-SET-LICENSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0500-REMOVE-LICENSE                           *
      *****************************************************************

       C0500-REMOVE-LICENSE SECTION.

           MOVE 'ST_MST_ER_LICENSE'  TO  W-EIBDS.

           EXEC SQL
                DELETE FROM ST_MST_ER_LICENSE
                WHERE   ELC_REG_NUM  =  :T-ELC-REG-NUM
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE W-TEXT-NO-LICENSE  TO  W-TEXT-ERROR
               PERFORM C0800-SEND-ERROR-RETURN
           ELSE
               NEXT SENTENCE.

       C0500-REMOVE-LICENSE-EXIT.  EXIT.
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
                TRANSID ('1582')
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
                    TRANSID ('1582')
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
               MOVE T-ELC-REG-NUM         TO  ORSS0400-SSN
               MOVE '1582'                TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
