       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *     CIVIL AUTHORITY VERIFICATION LOAD ROUTINE OBSSS695        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS695.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS695 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A NIGHTLY BATCH UTILITY, LINKED TO     *
      *                FROM A SCHEDULED PEX, THAT LOADS THE CIVIL     *
      *                AUTHORITY'S ANSWER TO THE OBSSS694 EXTRACT.    *
      *                CAVIN CARRIES, PER REGISTRATION SENT, WHETHER  *
      *                THE AUTHORITY HOLDS THE PERSON AND, IF SO,     *
      *                THE NAME, BIRTH DATE, SEX AND NATIONALITY AS   *
      *                IT HOLDS THEM:                                 *
      *                                                               *
      *                - EACH OF THE FOUR IS COMPARED WITH OURS       *
      *                  (M_BAS_EE_BIRTH_DATE, M_BAS_EE_SEX_CODE,     *
      *                  M_BAS_EE_NAT_CODE AND THE ST_MST_NAME ROW    *
      *                  ORM1511 SHOWS).  A FIELD THE AUTHORITY       *
      *                  LEAVES BLANK IS NOT COMPARED.                *
      *                - EACH DISAGREEMENT OPENS A ST_WRK_CIV_        *
      *                  CORRECTION ITEM FOR REGISTRATION, WITH OUR   *
      *                  VALUE AND THE AUTHORITY'S.  ONE ALREADY      *
      *                  OPEN FOR THE SAME FIELD IS REFRESHED, NOT    *
      *                  OPENED AGAIN; ONE WHOSE FIELD NOW AGREES IS  *
      *                  CLOSED AS RESOLVED.                          *
      *                - THE REGISTRATION IS MARKED ON                *
      *                  ST_MST_CIV_VERIFY AS VERIFIED (NO            *
      *                  DISAGREEMENT), UNVERIFIED (ONE OR MORE) OR   *
      *                  NOT HELD BY THE AUTHORITY.                   *
      *                - A RESPONSE ALREADY LOADED (SAME RESPONSE     *
      *                  DATE ON ST_MST_CIV_VERIFY) IS PASSED OVER,   *
      *                  SO A RERUN DOES NOT COUNT IT TWICE.          *
      *                                                               *
      *                THE CAVRPT SUMMARY GIVES THE NIGHT'S COUNTS    *
      *                AND THE DISAGREEMENTS BY FIELD.                *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        CAVIN     (VSAM INBOUND VERIFICATION FILE) *
      *                    ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    ST_MST_NAME           (DB2 MASTER TABLE)   *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_WRK_CIV_CORRECTION (DB2 WORKLIST) ITEM PER     *
      *             DISAGREEMENT; ST_MST_CIV_VERIFY (DB2 MASTER       *
      *             TABLE) STATUS PER REGISTRATION; CAVRPT SUMMARY.   *
      *                                                               *
      *    TABLES - VERIFIED FIELDS, IN REPORT ORDER                  *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE FILE IS  *
      *                     LOADED.                                   *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-694. *
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
               VALUE 'PROGRAM-ID OBSSS695'.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-RESPONSE-EOF               VALUE 'Y'.

      *****************************************************************
      *              VERIFIED FIELDS, IN REPORT ORDER                 *
      *****************************************************************

       01  W-FIELD-VALUES.
           05  FILLER                  PIC X(19) VALUE
               'BIRBIRTH DATE      '.
           05  FILLER                  PIC X(19) VALUE
               'SEXSEX             '.
           05  FILLER                  PIC X(19) VALUE
               'NATNATIONALITY     '.
           05  FILLER                  PIC X(19) VALUE
               'NAMNAME            '.
       01  W-FIELD-TABLE REDEFINES W-FIELD-VALUES.
           05  W-FIELD-ENTRY  OCCURS 4 TIMES.
               10  W-FIELD-CODE        PIC X(03).
               10  W-FIELD-NAME        PIC X(16).
       01  C-MAX-FIELDS                PIC S9(04) COMP VALUE +4.
       01  FX                          PIC S9(04) COMP.

       01  W-FIELD-WORK.
           05  W-FIELD-OURS      OCCURS 4 TIMES
                                       PIC X(40).
           05  W-FIELD-THEIRS    OCCURS 4 TIMES
                                       PIC X(40).
           05  W-FIELD-DISAGREE  OCCURS 4 TIMES
                                       PIC S9(09) COMP-3.

       01  W-MISMATCH-COUNT            PIC S9(04) COMP.

       01  W-COUNTS.
           05  W-CNT-RECEIVED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-VERIFIED          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-UNVERIFIED        PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-NOT-HELD          PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-NOT-ON-MASTER     PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-ALREADY           PIC S9(09) COMP-3 VALUE +0.
           05  W-CNT-RESOLVED          PIC S9(09) COMP-3 VALUE +0.

       01  W-RESP-DATE                 PIC X(08)  VALUE SPACES.
       01  W-TODAY-DATE                PIC X(08).

      *****************************************************************
      *        INBOUND VERIFICATION RECORD, AS THE AUTHORITY RETURNS  *
      *        IT: THE SSN AND CIVIL ID WE SENT, WHETHER IT HOLDS THE *
      *        PERSON, AND ITS OWN NAME, BIRTH DATE, SEX AND          *
      *        NATIONALITY.  THE HEADER KEYS ALL ZEROES, THE TRAILER  *
      *        ALL NINES, AS ON CAVOUT.                               *
      *****************************************************************

       01  CAVIN-REC.
           05  CVI-SSN                 PIC 9(11).
           05  CVI-REC-TYPE            PIC X(01).
               88  CVI-HEADER               VALUE 'H'.
               88  CVI-DETAIL               VALUE 'D'.
           05  CVI-BODY                PIC X(68).
           05  CVI-HDR  REDEFINES  CVI-BODY.
               10  CVI-RESP-DATE       PIC X(08).
               10  FILLER              PIC X(60).
           05  CVI-DTL  REDEFINES  CVI-BODY.
               10  CVI-CIVIL-ID        PIC 9(12).
               10  CVI-RESULT          PIC X(01).
                   88  CVI-HELD             VALUE 'F'.
                   88  CVI-NOT-HELD         VALUE 'N'.
               10  CVI-NAME.
                   15  CVI-NAME-FIRST  PIC X(10).
                   15  CVI-NAME-MIDDLE PIC X(10).
                   15  CVI-NAME-THIRD  PIC X(10).
                   15  CVI-NAME-FAMILY PIC X(10).
               10  CVI-BIRTH-DATE      PIC X(08).
               10  CVI-SEX-CODE        PIC X(01).
               10  CVI-NAT-CODE        PIC X(03).
               10  FILLER              PIC X(03).

       01  W-BROWSE-KEY                PIC 9(11).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *            DB2 MASTER ROW HOST VARIABLES / NULL INDICATORS    *
      *****************************************************************

       01  T-M-BAS-EE-SSN              PIC 9(11).
       01  T-M-BAS-EE-BIRTH-DATE       PIC X(08).
       01  T-BIRTH-IND                 PIC S9(04) COMP.
       01  T-M-BAS-EE-SEX-CODE         PIC X(01).
       01  T-M-BAS-EE-NAT-CODE         PIC X(03).

       01  T-M-NAME-SSN                PIC 9(11).
       01  T-M-NAME-FIRST              PIC X(10).
       01  T-M-NAME-MIDDLE             PIC X(10).
       01  T-M-NAME-THIRD              PIC X(10).
       01  T-THRD-IND                  PIC S9(04) COMP.
       01  T-M-NAME-FAMILY             PIC X(10).

       01  W-OUR-NAME.
           05  W-OUR-NAME-FIRST        PIC X(10).
           05  W-OUR-NAME-MIDDLE       PIC X(10).
           05  W-OUR-NAME-THIRD        PIC X(10).
           05  W-OUR-NAME-FAMILY       PIC X(10).

      *****************************************************************
      *            WORKLIST / STATUS HOST VARIABLES                   *
      *****************************************************************

       01  T-CVC-FIELD                 PIC X(03).
       01  T-CVC-OUR-VALUE             PIC X(40).
       01  T-CVC-THEIR-VALUE           PIC X(40).
       01  T-CVS-STATUS                PIC X(01).
       01  T-CVS-MISMATCHES            PIC S9(04) COMP.
       01  T-CVS-RESP-DATE             PIC X(08).

      *****************************************************************
      *              REPORT RECORD                                    *
      *****************************************************************

       01  CAVRPT-REC.
           05  CVR-SEQ                 PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CVR-TYPE                PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CVR-DETAIL              PIC X(72).
           05  CVR-COUNT-DETAIL REDEFINES CVR-DETAIL.
               10  CVR-LABEL           PIC X(36).
               10  FILLER              PIC X(01).
               10  CVR-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(24).

       01  W-CVR-SEQ                   PIC 9(06)  VALUE ZEROES.

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

           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  W-TODAY-DATE.
           MOVE  ZEROES  TO  W-FIELD-DISAGREE (1)
                             W-FIELD-DISAGREE (2)
                             W-FIELD-DISAGREE (3)
                             W-FIELD-DISAGREE (4).

           PERFORM B0000-LOAD-RESPONSES.

           PERFORM D0000-PRINT-SUMMARY.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-LOAD-RESPONSES                           *
      *****************************************************************
      *    THIS SECTION BROWSES CAVIN FROM THE HEADER AND PUTS EVERY  *
      *    DETAIL RECORD THROUGH VERIFICATION.                        *
      *****************************************************************

       B0000-LOAD-RESPONSES SECTION.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('CAVIN   ')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-RESPONSE
                   UNTIL  W-RESPONSE-EOF
               EXEC CICS ENDBR
                    FILE ('CAVIN   ')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

       B0000-LOAD-RESPONSES-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-RESPONSE                       *
      *****************************************************************
      *    THE HEADER GIVES THE RESPONSE DATE; A FILE WITHOUT ONE IS  *
      *    NOT LOADED AT ALL, SINCE A RERUN COULD NOT BE TOLD FROM A  *
      *    NEW ANSWER.  THE TRAILER IS FOR THE TRANSFER, NOT FOR US.  *
      *****************************************************************

       B0100-READ-NEXT-RESPONSE SECTION.

           EXEC CICS READNEXT
                FILE   ('CAVIN   ')
                INTO   (CAVIN-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC
           PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  NOT =  DFHRESP(NORMAL)
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-READ-NEXT-RESPONSE-EXIT.

           IF  CVI-HEADER
               MOVE  CVI-RESP-DATE  TO  W-RESP-DATE
           ELSE
           IF  CVI-DETAIL
               ADD  1  TO  W-CNT-RECEIVED
               IF  W-RESP-DATE  EQUAL TO  SPACES
                   ADD  1  TO  X684-ROWS-REJECTED
               ELSE
                   PERFORM C0000-VERIFY-REGISTRATION
           ELSE
               NEXT SENTENCE.

       B0100-READ-NEXT-RESPONSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-VERIFY-REGISTRATION                      *
      *****************************************************************
      *    THIS SECTION VERIFIES ONE REGISTRATION AGAINST THE         *
      *    AUTHORITY'S ANSWER AND RECORDS THE OUTCOME.                *
      *****************************************************************

       C0000-VERIFY-REGISTRATION SECTION.

           MOVE  CVI-SSN  TO  T-M-BAS-EE-SSN.

           MOVE 'ST_MST_CIV_VERIFY'  TO  W-EIBDS.
           MOVE  SPACES              TO  T-CVS-RESP-DATE.

           EXEC SQL
                SELECT   CVS_RESP_DATE
                INTO    :T-CVS-RESP-DATE
                FROM     ST_MST_CIV_VERIFY
                WHERE    CVS_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0  AND
               T-CVS-RESP-DATE  EQUAL TO  W-RESP-DATE
               ADD  1  TO  W-CNT-ALREADY
               GO TO C0000-VERIFY-REGISTRATION-EXIT.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   M_BAS_EE_BIRTH_DATE ,
                         M_BAS_EE_SEX_CODE   ,
                         M_BAS_EE_NAT_CODE
                INTO    :T-M-BAS-EE-BIRTH-DATE:T-BIRTH-IND ,
                        :T-M-BAS-EE-SEX-CODE ,
                        :T-M-BAS-EE-NAT-CODE
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

           IF  SQLCODE  EQUAL TO  +100
               ADD  1  TO  W-CNT-NOT-ON-MASTER
                           X684-ROWS-REJECTED
               GO TO C0000-VERIFY-REGISTRATION-EXIT.

           MOVE  ZEROES  TO  W-MISMATCH-COUNT.

           IF  CVI-NOT-HELD
               MOVE 'N'  TO  T-CVS-STATUS
               ADD  1    TO  W-CNT-NOT-HELD
               GO TO C0000-RECORD-STATUS.

           PERFORM C0100-READ-NAME.

           MOVE  SPACES                 TO  W-FIELD-OURS (1).
           IF  T-BIRTH-IND  NOT LESS THAN  ZERO
               MOVE  T-M-BAS-EE-BIRTH-DATE  TO  W-FIELD-OURS (1)
           ELSE
               NEXT SENTENCE.
           MOVE  T-M-BAS-EE-SEX-CODE    TO  W-FIELD-OURS (2).
           MOVE  T-M-BAS-EE-NAT-CODE    TO  W-FIELD-OURS (3).
           MOVE  W-OUR-NAME             TO  W-FIELD-OURS (4).

           MOVE  CVI-BIRTH-DATE         TO  W-FIELD-THEIRS (1).
           MOVE  CVI-SEX-CODE           TO  W-FIELD-THEIRS (2).
           MOVE  CVI-NAT-CODE           TO  W-FIELD-THEIRS (3).
           MOVE  CVI-NAME               TO  W-FIELD-THEIRS (4).

           PERFORM C0200-COMPARE-FIELD
               VARYING FX FROM 1 BY 1
               UNTIL   FX  GREATER THAN  C-MAX-FIELDS.

           IF  W-MISMATCH-COUNT  EQUAL TO  ZEROES
               MOVE 'V'  TO  T-CVS-STATUS
               ADD  1    TO  W-CNT-VERIFIED
           ELSE
               MOVE 'U'  TO  T-CVS-STATUS
               ADD  1    TO  W-CNT-UNVERIFIED.

       C0000-RECORD-STATUS.

           PERFORM C0300-RECORD-STATUS.

       C0000-VERIFY-REGISTRATION-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-READ-NAME                                *
      *****************************************************************
      *    THE SAME NAME ROW OBSSS694 SENT: THE TYPE '20' ROW, OR     *
      *    FAILING THAT THE FIRST ROW HELD.                           *
      *****************************************************************

       C0100-READ-NAME SECTION.

           MOVE  SPACES          TO  W-OUR-NAME.
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

           MOVE  T-M-NAME-FIRST   TO  W-OUR-NAME-FIRST.
           MOVE  T-M-NAME-MIDDLE  TO  W-OUR-NAME-MIDDLE.
           MOVE  T-M-NAME-FAMILY  TO  W-OUR-NAME-FAMILY.

           IF  T-THRD-IND  NOT LESS THAN  ZERO
               MOVE  T-M-NAME-THIRD  TO  W-OUR-NAME-THIRD
           ELSE
               NEXT SENTENCE.

       C0100-READ-NAME-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-COMPARE-FIELD                            *
      *****************************************************************
      *    A DISAGREEMENT OPENS (OR REFRESHES) THE FIELD'S OPEN       *
      *    CORRECTION ITEM; AGREEMENT CLOSES ANY OPEN ITEM AS         *
      *    RESOLVED ('R').  A BLANK FROM THE AUTHORITY DECIDES        *
      *    NOTHING EITHER WAY.                                        *
      *****************************************************************

       C0200-COMPARE-FIELD SECTION.

           IF  W-FIELD-THEIRS (FX)  EQUAL TO  SPACES
               GO TO C0200-COMPARE-FIELD-EXIT.

           MOVE  W-FIELD-CODE (FX)    TO  T-CVC-FIELD.
           MOVE  W-FIELD-OURS (FX)    TO  T-CVC-OUR-VALUE.
           MOVE  W-FIELD-THEIRS (FX)  TO  T-CVC-THEIR-VALUE.
           MOVE 'ST_WRK_CIV_CORRECTION'  TO  W-EIBDS.

           IF  W-FIELD-OURS (FX)  EQUAL TO  W-FIELD-THEIRS (FX)
               GO TO C0200-CLOSE-ITEM.

           ADD  1  TO  W-MISMATCH-COUNT
                       W-FIELD-DISAGREE (FX).

           EXEC SQL
                UPDATE  ST_WRK_CIV_CORRECTION
                SET     CVC_OUR_VALUE    =  :T-CVC-OUR-VALUE ,
                        CVC_THEIR_VALUE  =  :T-CVC-THEIR-VALUE ,
                        CVC_LAST_DATE    =  :W-TODAY-DATE
                WHERE   CVC_SSN          =  :T-M-BAS-EE-SSN
                AND     CVC_FIELD        =  :T-CVC-FIELD
                AND     CVC_STATUS       =  ' '
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_WRK_CIV_CORRECTION
                         (CVC_SSN,          CVC_FIELD,
                          CVC_OUR_VALUE,    CVC_THEIR_VALUE,
                          CVC_STATUS,       CVC_OPEN_DATE,
                          CVC_LAST_DATE)
                    VALUES
                         (:T-M-BAS-EE-SSN,    :T-CVC-FIELD,
                          :T-CVC-OUR-VALUE,   :T-CVC-THEIR-VALUE,
                          ' ',                :W-TODAY-DATE,
                          :W-TODAY-DATE)
               END-EXEC
               PERFORM S0985-COUNT-ROWS-WRITTEN
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.

           GO TO C0200-COMPARE-FIELD-EXIT.

       C0200-CLOSE-ITEM.

           EXEC SQL
                UPDATE  ST_WRK_CIV_CORRECTION
                SET     CVC_STATUS       =  'R' ,
                        CVC_LAST_DATE    =  :W-TODAY-DATE
                WHERE   CVC_SSN          =  :T-M-BAS-EE-SSN
                AND     CVC_FIELD        =  :T-CVC-FIELD
                AND     CVC_STATUS       =  ' '
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               ADD  SQLERRD (3)  TO  W-CNT-RESOLVED
           ELSE
               NEXT SENTENCE.

       C0200-COMPARE-FIELD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0300-RECORD-STATUS                            *
      *****************************************************************
      *    THE REGISTRATION'S VERIFICATION STATUS -- V VERIFIED, U    *
      *    UNVERIFIED, N NOT HELD BY THE AUTHORITY -- WITH THE        *
      *    DISAGREEMENT COUNT AND THE RESPONSE DATE IT CAME FROM.     *
      *****************************************************************

       C0300-RECORD-STATUS SECTION.

           MOVE  W-MISMATCH-COUNT    TO  T-CVS-MISMATCHES.
           MOVE 'ST_MST_CIV_VERIFY'  TO  W-EIBDS.

           EXEC SQL
                UPDATE  ST_MST_CIV_VERIFY
                SET     CVS_STATUS      =  :T-CVS-STATUS ,
                        CVS_MISMATCHES  =  :T-CVS-MISMATCHES ,
                        CVS_RESP_DATE   =  :W-RESP-DATE ,
                        CVS_LOAD_DATE   =  :W-TODAY-DATE
                WHERE   CVS_SSN         =  :T-M-BAS-EE-SSN
           END-EXEC
           PERFORM S0985-COUNT-ROWS-WRITTEN.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               EXEC SQL
                    INSERT INTO ST_MST_CIV_VERIFY
                         (CVS_SSN,          CVS_STATUS,
                          CVS_MISMATCHES,   CVS_RESP_DATE,
                          CVS_LOAD_DATE)
                    VALUES
                         (:T-M-BAS-EE-SSN,    :T-CVS-STATUS,
                          :T-CVS-MISMATCHES,  :W-RESP-DATE,
                          :W-TODAY-DATE)
               END-EXEC
               PERFORM S0985-COUNT-ROWS-WRITTEN
               PERFORM DB2-ERROR
           ELSE
               NEXT SENTENCE.

       C0300-RECORD-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-PRINT-SUMMARY                            *
      *****************************************************************

       D0000-PRINT-SUMMARY SECTION.

           MOVE 'HEAD '                         TO  CVR-TYPE.
           MOVE  SPACES                         TO  CVR-DETAIL.
           MOVE 'CIVIL AUTHORITY VERIFICATION OF'
                                                TO  CVR-DETAIL (1:31).
           MOVE  W-RESP-DATE                    TO  CVR-DETAIL (33:8).
           PERFORM S0100-WRITE-RPT-LINE.

           MOVE 'RECORDS RECEIVED'              TO  CVR-LABEL.
           MOVE  W-CNT-RECEIVED                 TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'VERIFIED'                      TO  CVR-LABEL.
           MOVE  W-CNT-VERIFIED                 TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'UNVERIFIED - DISAGREEMENT'     TO  CVR-LABEL.
           MOVE  W-CNT-UNVERIFIED               TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'UNVERIFIED - NOT HELD'         TO  CVR-LABEL.
           MOVE  W-CNT-NOT-HELD                 TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'NOT ON OUR MASTER'             TO  CVR-LABEL.
           MOVE  W-CNT-NOT-ON-MASTER            TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'ALREADY LOADED'                TO  CVR-LABEL.
           MOVE  W-CNT-ALREADY                  TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

           MOVE 'HEAD '                         TO  CVR-TYPE.
           MOVE  SPACES                         TO  CVR-DETAIL.
           MOVE 'DISAGREEMENTS BY FIELD'        TO  CVR-DETAIL (1:22).
           PERFORM S0100-WRITE-RPT-LINE.

           PERFORM D0200-WRITE-FIELD-COUNT
               VARYING FX FROM 1 BY 1
               UNTIL   FX  GREATER THAN  C-MAX-FIELDS.

           MOVE 'CORRECTIONS RESOLVED'          TO  CVR-LABEL.
           MOVE  W-CNT-RESOLVED                 TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

       D0000-PRINT-SUMMARY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-WRITE-COUNT                              *
      *****************************************************************

       D0100-WRITE-COUNT SECTION.

           MOVE 'COUNT'  TO  CVR-TYPE.
           PERFORM S0100-WRITE-RPT-LINE.
           MOVE  SPACES  TO  CVR-DETAIL.

       D0100-WRITE-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-WRITE-FIELD-COUNT                        *
      *****************************************************************

       D0200-WRITE-FIELD-COUNT SECTION.

           MOVE  SPACES                 TO  CVR-DETAIL.
           MOVE  W-FIELD-NAME (FX)       TO  CVR-LABEL.
           MOVE  W-FIELD-DISAGREE (FX)   TO  CVR-COUNT.
           PERFORM D0100-WRITE-COUNT.

       D0200-WRITE-FIELD-COUNT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RPT-LINE                           *
      *****************************************************************

       S0100-WRITE-RPT-LINE SECTION.

           ADD   1          TO  W-CVR-SEQ.
           MOVE  W-CVR-SEQ  TO  CVR-SEQ.

           EXEC CICS WRITE
                FILE    ('CAVRPT  ')
                RIDFLD  (CVR-SEQ)
                FROM    (CAVRPT-REC)
                LENGTH  (LENGTH OF CAVRPT-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN
           MOVE 'CAVRPT  '                     TO  T-RPL-REPORT
           MOVE  LENGTH OF CVR-SEQ             TO  W-RPL-KEY-LEN
           MOVE  LENGTH OF CAVRPT-REC          TO  W-RPL-REC-LEN
           MOVE  CAVRPT-REC                    TO  W-RPL-IMAGE
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

           MOVE 'OBSSS695'  TO  X684-PROGRAM.
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
      *                S0981-COUNT-REC-READ                           *
      *****************************************************************
      *    THIS SECTION COUNTS A RECORD READ BY A FILE BROWSE.        *
      *****************************************************************

       S0981-COUNT-REC-READ SECTION.

           IF  EIBRESP  EQUAL TO  DFHRESP(NORMAL)
               ADD  1  TO  X684-ROWS-READ
           ELSE
               NEXT SENTENCE.

       S0981-COUNT-REC-READ-EXIT.  EXIT.
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
               MOVE '1695'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
