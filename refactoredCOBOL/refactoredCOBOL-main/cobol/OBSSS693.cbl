       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        AGENCY BULK-INQUIRY SERVICE ROUTINE OBSSS693           *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS693.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS693 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A PERIODIC BATCH UTILITY, LINKED TO    *
      *                FROM A SCHEDULED PEX THE SAME WAY OBSSS609 IS, *
      *                THAT ANSWERS THE CIVIL-ID LISTS GOVERNMENT     *
      *                AGENCIES (HOUSING AUTHORITY, MINISTRY OF       *
      *                SOCIAL AFFAIRS, THE COURTS) SEND IN, WHICH     *
      *                THE COUNTER USED TO ANSWER ONE BY ONE ON       *
      *                ORM1511:                                       *
      *                                                               *
      *                - THE AGYREQ DATASET CARRIES ONE OR MORE       *
      *                  AGENCY FILES, EACH A HEADER RECORD (AGENCY   *
      *                  ID, FILE ID) FOLLOWED BY ITS CIVIL-ID        *
      *                  DETAIL RECORDS.                              *
      *                - A FILE FROM AN AGENCY WITH NO DATA-SHARING   *
      *                  AGREEMENT IN FORCE ON THE BUSINESS DATE      *
      *                  (ST_MST_SHARING_AGREEMENT) IS REJECTED       *
      *                  WHOLE: ITS RESPONSE HEADER CARRIES THE       *
      *                  REASON AND NONE OF ITS CIVIL IDS IS LOOKED   *
      *                  UP.  A FILE ALREADY ANSWERED BY AN EARLIER   *
      *                  RUN IS PASSED OVER.                          *
      *                - EACH CIVIL ID IS RESOLVED THROUGH THE        *
      *                  OBSSS626 REVERSE LOOKUP.  A FOUND MEMBER IS  *
      *                  ANSWERED REGISTERED, WITH THE EMPLOYED,      *
      *                  PENSIONER AND DECEASED INDICATORS RELEASED   *
      *                  ONLY AS FAR AS THE AGENCY'S                  *
      *                  ST_MST_READ_SVC_AUTH ROWS PERMIT, THE SAME   *
      *                  FIELD AUTHORITY OBSSS650 APPLIES.            *
      *                - A BLOCKED REGISTRATION, A RESTRICTED ONE     *
      *                  THE OBSSS689 GATE REFUSES THE AGENCY ON      *
      *                  1693, OR (WHERE THE AGREEMENT REQUIRES IT)   *
      *                  A MEMBER WHOSE CONSENT FOR THE AGENCY'S      *
      *                  SHARING PURPOSE IS NOT IN FORCE ON THE       *
      *                  OBSSS691 REGISTER IS ANSWERED WITHHELD, AND  *
      *                  THE AGENCY IS NOT TOLD WHICH.                *
      *                - EVERY LOOKUP MADE ON THE AGENCY'S BEHALF IS  *
      *                  LOGGED ON ST_HST_AGENCY_LOOKUP WITH ITS      *
      *                  RESULT AND, FOR A WITHHELD ANSWER, THE       *
      *                  REASON.                                      *
      *                                                               *
      *    INPUT PARMS -   NONE.                                      *
      *                                                               *
      *    INPUT  -        AGYREQ    (VSAM AGENCY REQUEST FILE)       *
      *                    ST_MST_SHARING_AGREEMENT (DB2 CONTROL      *
      *                                              TABLE)           *
      *                    ST_MST_READ_SVC_AUTH     (DB2 CONTROL      *
      *                                              TABLE)           *
      *                    ST_MST_READ_SVC_PURPOSE  (DB2 CONTROL      *
      *                                              TABLE)           *
      *                    ST_MST_EMPLOYEE_BASIC    (DB2 MASTER       *
      *                                              TABLE)           *
      *                    ST_MST_PENSION           (DB2 MASTER       *
      *                                              TABLE)           *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - AGYRSP RESPONSE FILE: A HEADER PER AGENCY FILE    *
      *             (ACCEPTED OR REJECTED WITH REASON), A DETAIL PER  *
      *             CIVIL ID OF AN ACCEPTED FILE AND A TRAILER OF     *
      *             COUNTS.                                           *
      *             ST_HST_AGENCY_LOOKUP (DB2 HISTORY TABLE) ROW PER  *
      *             LOOKUP.                                           *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO INVOKING PEX AFTER THE REQUEST  *
      *                     FILE IS READ THROUGH.                     *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-609. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98309 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS693'.

      *****************************************************************
      *                    CONSTANTS / SWITCHES                       *
      *****************************************************************

       01  CONSTANTS.
           05  K-RSN-NO-AGENCY         PIC X(06)  VALUE 'NOAGCY'.
           05  K-RSN-NO-AGREEMENT      PIC X(06)  VALUE 'NOAGRM'.
           05  K-RES-ANSWERED          PIC X(02)  VALUE 'OK'.
           05  K-RES-NOT-FOUND         PIC X(02)  VALUE 'NF'.
           05  K-RES-MULTI-REG         PIC X(02)  VALUE 'MR'.
           05  K-RES-WITHHELD          PIC X(02)  VALUE 'WH'.
           05  K-RES-BAD-ID            PIC X(02)  VALUE 'BD'.
           05  K-GATE-TRAN             PIC X(04)  VALUE '1693'.
           05  C-DEFAULT-PURPOSE       PIC X(02)  VALUE 'MN'.
           COPY SFCWSCON.

       01  W-EOF-SW                    PIC X(01)  VALUE 'N'.
           88  W-REQUEST-EOF                VALUE 'Y'.

       01  W-FILE-SW                   PIC X(01)  VALUE 'N'.
           88  W-NO-FILE-OPEN               VALUE 'N'.
           88  W-FILE-ACCEPTED              VALUE 'A'.
           88  W-FILE-REJECTED              VALUE 'R'.
           88  W-FILE-PASSED-OVER           VALUE 'P'.

       01  W-AUTH-SWITCHES.
           05  W-AUTH-REG-SW           PIC X(01).
               88  W-AUTH-REG               VALUE 'Y'.
           05  W-AUTH-EMP-SW           PIC X(01).
               88  W-AUTH-EMP               VALUE 'Y'.
           05  W-AUTH-PEN-SW           PIC X(01).
               88  W-AUTH-PEN               VALUE 'Y'.
           05  W-AUTH-DTH-SW           PIC X(01).
               88  W-AUTH-DTH               VALUE 'Y'.

       01  W-CONSENT-REQ-SW            PIC X(01).
           88  W-CONSENT-REQUIRED           VALUE 'Y'.

       01  W-WITHHOLD-RSN              PIC X(01).
           88  W-NOT-WITHHELD               VALUE SPACE.
           88  W-WITHHELD-BLOCKED           VALUE 'B'.
           88  W-WITHHELD-RESTRICTED        VALUE 'R'.
           88  W-WITHHELD-CONSENT           VALUE 'C'.

      *****************************************************************
      *        AGENCY REQUEST RECORD, AS LANDED ON AGYREQ: A HEADER   *
      *        OPENS EACH AGENCY FILE, ITS CIVIL IDS FOLLOW           *
      *****************************************************************

       01  AGQ-REC.
           05  AGQ-SEQ                 PIC 9(08).
           05  AGQ-REC-TYPE            PIC X(01).
               88  AGQ-HEADER               VALUE 'H'.
               88  AGQ-DETAIL               VALUE 'D'.
           05  AGQ-BODY                PIC X(40).
           05  AGQ-HDR  REDEFINES  AGQ-BODY.
               10  AGQ-AGENCY          PIC X(08).
               10  AGQ-FILE-ID         PIC X(12).
               10  AGQ-FILE-DATE       PIC X(08).
               10  FILLER              PIC X(12).
           05  AGQ-DTL  REDEFINES  AGQ-BODY.
               10  AGQ-CIVIL-ID        PIC X(12).
               10  AGQ-CIVIL-ID-9  REDEFINES  AGQ-CIVIL-ID
                                       PIC 9(12).
               10  AGQ-AGENCY-REF      PIC X(20).
               10  FILLER              PIC X(08).

      *****************************************************************
      *        AGENCY RESPONSE RECORD ON AGYRSP -- KEYED BY THE       *
      *        REQUEST SEQUENCE PLUS RECORD TYPE, SO A FILE'S HEADER  *
      *        AND TRAILER BOTH HANG OFF ITS HEADER SEQUENCE          *
      *****************************************************************

       01  ARS-REC.
           05  ARS-KEY.
               10  ARS-SEQ             PIC 9(08).
               10  ARS-REC-TYPE        PIC X(01).
           05  ARS-BODY                PIC X(70).
           05  ARS-HDR  REDEFINES  ARS-BODY.
               10  ARS-AGENCY          PIC X(08).
               10  ARS-FILE-ID         PIC X(12).
               10  ARS-FILE-STATUS     PIC X(01).
               10  ARS-REJECT-RSN      PIC X(06).
               10  ARS-BUS-DATE        PIC X(08).
               10  FILLER              PIC X(35).
           05  ARS-DTL  REDEFINES  ARS-BODY.
               10  ARS-CIVIL-ID        PIC X(12).
               10  ARS-AGENCY-REF      PIC X(20).
               10  ARS-RESULT          PIC X(02).
               10  ARS-REG-DATE        PIC X(10).
               10  ARS-EMPLOYED        PIC X(01).
               10  ARS-EMPLOYER        PIC X(07).
               10  ARS-PENSIONER       PIC X(01).
               10  ARS-DECEASED        PIC X(01).
               10  ARS-DEATH-DATE      PIC X(10).
               10  FILLER              PIC X(06).
           05  ARS-TRL  REDEFINES  ARS-BODY.
               10  ARS-DTL-COUNT       PIC 9(07).
               10  ARS-ANSWERED-COUNT  PIC 9(07).
               10  ARS-NOT-FOUND-COUNT PIC 9(07).
               10  ARS-WITHHELD-COUNT  PIC 9(07).
               10  ARS-OTHER-COUNT     PIC 9(07).
               10  FILLER              PIC X(35).

       01  W-BROWSE-KEY                PIC 9(08).
       01  W-FILE-RESP                 PIC S9(08) COMP.

      *****************************************************************
      *        THE AGENCY FILE IN HAND                                *
      *****************************************************************

       01  W-CUR-FILE.
           05  W-CUR-HDR-SEQ           PIC 9(08).
           05  W-CUR-DTL-COUNT         PIC S9(07) COMP-3.
           05  W-CUR-ANSWERED          PIC S9(07) COMP-3.
           05  W-CUR-NOT-FOUND         PIC S9(07) COMP-3.
           05  W-CUR-WITHHELD          PIC S9(07) COMP-3.
           05  W-CUR-OTHER             PIC S9(07) COMP-3.

       01  W-LOOKUP-RESULT             PIC X(02).

       01  W-TODAY-DATE                PIC X(08).
       01  W-SYSTEM-DATE-TIME.
           05 W-SYSTEM-DATE   PIC 9(8).
           05 W-SYSTEM-TIME   PIC 9(8).
           05 FILLER REDEFINES W-SYSTEM-TIME.
              10 W-SYSTEM-HHMMSS PIC 9(6).
              10 W-SYSTEM-MILISS PIC 9(2).

      *****************************************************************
      *        SERVICE COMMAREAS                                      *
      *****************************************************************

       01  X626-LOOKUP-AREA.
           COPY OBC626CA.

       01  X689-GATE-AREA.
           COPY OBC689CA.

       01  X691-CONSENT-AREA.
           COPY OBC691CA.

       01  X684-RUN-STATS-AREA.
           COPY OBC684CA.

      *****************************************************************
      *              AGREEMENT / AUTHORITY HOST VARIABLES             *
      *****************************************************************

       01  T-AGENCY                    PIC X(08).
       01  T-FILE-ID                   PIC X(12).
       01  T-SHA-CONSENT-REQ           PIC X(01).
       01  T-RSA-FIELD                 PIC X(03).
       01  T-RSA-HIT                   PIC S9(04) COMP.
       01  W-FIELD-AUTH-SW             PIC X(01).
       01  T-RSP-PURPOSE               PIC X(02).
       01  T-AGL-ANY                   PIC S9(07) COMP-3.

      *****************************************************************
      *              MASTER HOST VARIABLES                            *
      *****************************************************************

       01  T-M-BAS-EE-SSN              PIC 9(11).
       01  T-M-BAS-EE-BLOCK-CODE       PIC X(01).
       01  T-BLOCK-IND                 PIC S9(04) COMP.
       01  T-M-BAS-EE-REG-EFF-DATE     PIC X(10).
       01  T-REGDT-IND                 PIC S9(04) COMP.
       01  T-M-BAS-EE-EMPLOYER-NUM     PIC 9(07).
       01  T-EMPLR-IND                 PIC S9(04) COMP.
       01  T-M-BAS-EE-TERM-ACT-DATE    PIC X(10).
       01  T-TERM-IND                  PIC S9(04) COMP.
       01  T-M-BAS-EE-DEATH-DATE       PIC X(10).
       01  T-DEATH-IND                 PIC S9(04) COMP.
       01  T-PEN-ANY                   PIC S9(07) COMP-3.

      *****************************************************************
      *              LOOKUP LOG HOST VARIABLES                        *
      *****************************************************************

       01  T-AGL-SEQ                   PIC 9(08).
       01  T-AGL-CIVIL-ID              PIC X(12).
       01  T-AGL-SSN                   PIC 9(11).
       01  T-AGL-RESULT                PIC X(02).
       01  T-AGL-WITHHOLD-RSN          PIC X(01).

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

           PERFORM B0000-READ-REQUESTS.

       A0000-MAINLINE-EXIT.
           PERFORM S0975-END-RUN-STATS.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-READ-REQUESTS                            *
      *****************************************************************
      *    THIS SECTION BROWSES AGYREQ FROM THE START, PUTTING EACH   *
      *    HEADER AND CIVIL ID THROUGH IN FILE ORDER, AND CLOSES THE  *
      *    LAST AGENCY FILE OFF WITH ITS TRAILER.                     *
      *****************************************************************

       B0000-READ-REQUESTS SECTION.

           MOVE  ZEROES  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE   ('AGYREQ  ')
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC.

           IF  W-FILE-RESP  =  DFHRESP(NORMAL)
               PERFORM B0100-READ-NEXT-REQUEST
                   UNTIL  W-REQUEST-EOF
               EXEC CICS ENDBR
                    FILE ('AGYREQ  ')
               END-EXEC
           ELSE
               MOVE 'Y'  TO  W-EOF-SW.

           PERFORM C0900-CLOSE-AGENCY-FILE.

       B0000-READ-REQUESTS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-READ-NEXT-REQUEST                        *
      *****************************************************************
      *    A DETAIL RECORD WITH NO HEADER BEFORE IT BELONGS TO NO     *
      *    AGENCY AND IS COUNTED REJECTED WITHOUT A LOOKUP.           *
      *****************************************************************

       B0100-READ-NEXT-REQUEST SECTION.

           EXEC CICS READNEXT
                FILE   ('AGYREQ  ')
                INTO   (AGQ-REC)
                RIDFLD (W-BROWSE-KEY)
                RESP   (W-FILE-RESP)
           END-EXEC
           PERFORM S0981-COUNT-REC-READ.

           IF  W-FILE-RESP  NOT =  DFHRESP(NORMAL)
               MOVE 'Y'  TO  W-EOF-SW
               GO TO B0100-READ-NEXT-REQUEST-EXIT.

           IF  AGQ-HEADER
               PERFORM C0000-OPEN-AGENCY-FILE
           ELSE
           IF  AGQ-DETAIL  AND  W-FILE-ACCEPTED
               PERFORM D0000-ANSWER-CIVIL-ID
           ELSE
               ADD  1  TO  X684-ROWS-REJECTED
               IF  W-FILE-REJECTED
                   ADD  1  TO  W-CUR-DTL-COUNT
                               W-CUR-OTHER
               ELSE
                   NEXT SENTENCE.

       B0100-READ-NEXT-REQUEST-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0000-OPEN-AGENCY-FILE                         *
      *****************************************************************
      *    THIS SECTION CLOSES THE PREVIOUS AGENCY FILE AND OPENS THE *
      *    NEXT.  A FILE ALREADY ANSWERED BY AN EARLIER RUN (ITS      *
      *    LOOKUPS ARE ON THE LOG) IS PASSED OVER, SINCE ITS RESPONSE *
      *    IS ALREADY ON AGYRSP.  OTHERWISE THE AGENCY'S AGREEMENT    *
      *    DECIDES WHETHER THE FILE IS ACCEPTED, AND THE RESPONSE     *
      *    HEADER SAYS SO.                                            *
      *****************************************************************

       C0000-OPEN-AGENCY-FILE SECTION.

           PERFORM C0900-CLOSE-AGENCY-FILE.

           MOVE  AGQ-SEQ        TO  W-CUR-HDR-SEQ.
           MOVE  ZEROES         TO  W-CUR-DTL-COUNT
                                    W-CUR-ANSWERED
                                    W-CUR-NOT-FOUND
                                    W-CUR-WITHHELD
                                    W-CUR-OTHER.
           MOVE  AGQ-AGENCY     TO  T-AGENCY.
           MOVE  AGQ-FILE-ID    TO  T-FILE-ID.

           MOVE  SPACES         TO  ARS-BODY.
           MOVE  AGQ-AGENCY     TO  ARS-AGENCY.
           MOVE  AGQ-FILE-ID    TO  ARS-FILE-ID.
           MOVE  X684-BUS-DATE  TO  ARS-BUS-DATE.

           IF  AGQ-AGENCY  EQUAL TO  SPACES
               SET   W-FILE-REJECTED     TO  TRUE
               MOVE  K-RSN-NO-AGENCY     TO  ARS-REJECT-RSN
               GO TO C0000-WRITE-HEADER.

           MOVE 'ST_HST_AGENCY_LOOKUP'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT (*)
                INTO    :T-AGL-ANY
                FROM     ST_HST_AGENCY_LOOKUP
                WHERE    AGL_AGENCY   =  :T-AGENCY
                AND      AGL_FILE_ID  =  :T-FILE-ID
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-AGL-ANY  GREATER THAN  ZEROES
               SET   W-FILE-PASSED-OVER  TO  TRUE
               ADD   1  TO  X684-ROWS-REJECTED
               GO TO C0000-OPEN-AGENCY-FILE-EXIT.

           PERFORM C0100-CHECK-AGREEMENT.

           IF  W-FILE-REJECTED
               MOVE  K-RSN-NO-AGREEMENT  TO  ARS-REJECT-RSN
               GO TO C0000-WRITE-HEADER.

           PERFORM C0200-LOAD-AGENCY-AUTHORITY.

       C0000-WRITE-HEADER.

           IF  W-FILE-ACCEPTED
               MOVE 'A'  TO  ARS-FILE-STATUS
           ELSE
               ADD   1   TO  X684-ROWS-REJECTED
               MOVE 'R'  TO  ARS-FILE-STATUS.

           MOVE  W-CUR-HDR-SEQ  TO  ARS-SEQ.
           MOVE 'H'             TO  ARS-REC-TYPE.
           PERFORM S0100-WRITE-RESPONSE.

       C0000-OPEN-AGENCY-FILE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0100-CHECK-AGREEMENT                          *
      *****************************************************************
      *    THE AGENCY MUST HOLD A DATA-SHARING AGREEMENT IN FORCE ON  *
      *    THE RUN BUSINESS DATE -- EFFECTIVE ON OR BEFORE IT AND NOT *
      *    EXPIRED BEFORE IT.  THE AGREEMENT ALSO SAYS WHETHER THE    *
      *    MEMBER'S CONSENT IS NEEDED: AN AGENCY WITH A STATUTORY     *
      *    RIGHT TO THE DATA, SUCH AS THE COURTS, HOLDS 'N'.          *
      *****************************************************************

       C0100-CHECK-AGREEMENT SECTION.

           MOVE 'ST_MST_SHARING_AGREEMENT'  TO  W-EIBDS.

           EXEC SQL
                SELECT   SHA_CONSENT_REQ
                INTO    :T-SHA-CONSENT-REQ
                FROM     ST_MST_SHARING_AGREEMENT
                WHERE    SHA_AGENCY    =  :T-AGENCY
                AND      SHA_EFF_DATE  <= :X684-BUS-DATE
                AND     (SHA_EXP_DATE  IS NULL  OR
                         SHA_EXP_DATE  >= :X684-BUS-DATE)
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               SET  W-FILE-REJECTED  TO  TRUE
           ELSE
               SET  W-FILE-ACCEPTED  TO  TRUE
               IF  T-SHA-CONSENT-REQ  EQUAL TO  'N'
                   MOVE 'N'  TO  W-CONSENT-REQ-SW
               ELSE
                   MOVE 'Y'  TO  W-CONSENT-REQ-SW.

       C0100-CHECK-AGREEMENT-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0200-LOAD-AGENCY-AUTHORITY                    *
      *****************************************************************
      *    THE AGENCY'S FIELD AUTHORITY AND SHARING PURPOSE ARE READ  *
      *    ONCE PER FILE, NOT PER CIVIL ID.  THE FIELD CODES ARE      *
      *    THOSE OF ST_MST_READ_SVC_AUTH: REG (REGISTRATION DATE),    *
      *    EMP (EMPLOYED AND THE EMPLOYER), PEN (PENSIONER) AND DTH   *
      *    (DECEASED AND THE DATE).  AN AGENCY WITH NO PURPOSE ROW IS *
      *    TAKEN AS ANOTHER MINISTRY, AS OBSSS650 TAKES A SYSTEM.     *
      *****************************************************************

       C0200-LOAD-AGENCY-AUTHORITY SECTION.

           MOVE 'REG'  TO  T-RSA-FIELD.
           PERFORM S0200-CHECK-FIELD-AUTH.
           MOVE  W-FIELD-AUTH-SW  TO  W-AUTH-REG-SW.

           MOVE 'EMP'  TO  T-RSA-FIELD.
           PERFORM S0200-CHECK-FIELD-AUTH.
           MOVE  W-FIELD-AUTH-SW  TO  W-AUTH-EMP-SW.

           MOVE 'PEN'  TO  T-RSA-FIELD.
           PERFORM S0200-CHECK-FIELD-AUTH.
           MOVE  W-FIELD-AUTH-SW  TO  W-AUTH-PEN-SW.

           MOVE 'DTH'  TO  T-RSA-FIELD.
           PERFORM S0200-CHECK-FIELD-AUTH.
           MOVE  W-FIELD-AUTH-SW  TO  W-AUTH-DTH-SW.

           MOVE 'ST_MST_READ_SVC_PURPOSE'  TO  W-EIBDS.
           MOVE  C-DEFAULT-PURPOSE         TO  T-RSP-PURPOSE.

           EXEC SQL
                SELECT   RSP_PURPOSE
                INTO    :T-RSP-PURPOSE
                FROM     ST_MST_READ_SVC_PURPOSE
                WHERE    RSP_SYSTEM  =  :T-AGENCY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  NOT EQUAL TO  +0
               MOVE  C-DEFAULT-PURPOSE  TO  T-RSP-PURPOSE
           ELSE
               NEXT SENTENCE.

       C0200-LOAD-AGENCY-AUTHORITY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0900-CLOSE-AGENCY-FILE                        *
      *****************************************************************
      *    THE TRAILER OF AN ACCEPTED OR REJECTED FILE CARRIES ITS    *
      *    COUNTS; A FILE PASSED OVER GETS NONE, ITS TRAILER BEING    *
      *    ALREADY ON AGYRSP.                                         *
      *****************************************************************

       C0900-CLOSE-AGENCY-FILE SECTION.

           IF  W-FILE-ACCEPTED  OR  W-FILE-REJECTED
               NEXT SENTENCE
           ELSE
               GO TO C0900-CLOSE-AGENCY-FILE-EXIT.

           MOVE  SPACES           TO  ARS-BODY.
           MOVE  W-CUR-HDR-SEQ    TO  ARS-SEQ.
           MOVE 'T'               TO  ARS-REC-TYPE.
           MOVE  W-CUR-DTL-COUNT  TO  ARS-DTL-COUNT.
           MOVE  W-CUR-ANSWERED   TO  ARS-ANSWERED-COUNT.
           MOVE  W-CUR-NOT-FOUND  TO  ARS-NOT-FOUND-COUNT.
           MOVE  W-CUR-WITHHELD   TO  ARS-WITHHELD-COUNT.
           MOVE  W-CUR-OTHER      TO  ARS-OTHER-COUNT.
           PERFORM S0100-WRITE-RESPONSE.

           SET  W-NO-FILE-OPEN  TO  TRUE.

       C0900-CLOSE-AGENCY-FILE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0000-ANSWER-CIVIL-ID                          *
      *****************************************************************
      *    THIS SECTION ANSWERS ONE CIVIL ID OF AN ACCEPTED FILE:     *
      *    OBSSS626 RESOLVES IT TO THE SSN, THE MASTER SAYS WHETHER   *
      *    THE ANSWER MAY BE GIVEN, AND ONLY THE INDICATORS THE       *
      *    AGENCY MAY RECEIVE GO BACK.  THE LOOKUP IS LOGGED WHATEVER *
      *    ITS RESULT.                                                *
      *****************************************************************

       D0000-ANSWER-CIVIL-ID SECTION.

           ADD   1                TO  W-CUR-DTL-COUNT.
           MOVE  SPACES           TO  ARS-BODY
                                      W-WITHHOLD-RSN.
           MOVE  AGQ-CIVIL-ID     TO  ARS-CIVIL-ID.
           MOVE  AGQ-AGENCY-REF   TO  ARS-AGENCY-REF.
           MOVE  ZEROES           TO  T-M-BAS-EE-SSN.

           IF  AGQ-CIVIL-ID  NOT NUMERIC
               MOVE  K-RES-BAD-ID      TO  W-LOOKUP-RESULT
               GO TO D0000-ANSWER.

           IF  AGQ-CIVIL-ID-9  EQUAL TO  ZEROES
               MOVE  K-RES-BAD-ID      TO  W-LOOKUP-RESULT
               GO TO D0000-ANSWER.

           MOVE  AGQ-CIVIL-ID-9   TO  X626-CIVIL-ID.

           EXEC CICS LINK
                PROGRAM  ('OBSSS626')
                COMMAREA (X626-LOOKUP-AREA)
                LENGTH   (LENGTH OF X626-LOOKUP-AREA)
           END-EXEC.

           IF  X626-RETURN-CODE  EQUAL TO  K-RET-WARNING
               MOVE  K-RES-MULTI-REG   TO  W-LOOKUP-RESULT
               GO TO D0000-ANSWER.

           IF  X626-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               MOVE  K-RES-NOT-FOUND   TO  W-LOOKUP-RESULT
               GO TO D0000-ANSWER.

           MOVE  X626-SSN (1)     TO  T-M-BAS-EE-SSN.

           PERFORM D0100-FETCH-MASTER.

           IF  SQLCODE  EQUAL TO  +100
               MOVE  K-RES-NOT-FOUND   TO  W-LOOKUP-RESULT
               GO TO D0000-ANSWER.

           PERFORM D0200-CHECK-WITHHOLD.

           IF  W-NOT-WITHHELD
               MOVE  K-RES-ANSWERED    TO  W-LOOKUP-RESULT
               PERFORM D0300-RELEASE-INDICATORS
           ELSE
               MOVE  K-RES-WITHHELD    TO  W-LOOKUP-RESULT.

       D0000-ANSWER.

           MOVE  W-LOOKUP-RESULT  TO  ARS-RESULT.

           IF  W-LOOKUP-RESULT  EQUAL TO  K-RES-ANSWERED
               ADD  1  TO  W-CUR-ANSWERED
           ELSE
           IF  W-LOOKUP-RESULT  EQUAL TO  K-RES-NOT-FOUND
               ADD  1  TO  W-CUR-NOT-FOUND
           ELSE
           IF  W-LOOKUP-RESULT  EQUAL TO  K-RES-WITHHELD
               ADD  1  TO  W-CUR-WITHHELD
           ELSE
               ADD  1  TO  W-CUR-OTHER.

           PERFORM D0400-LOG-LOOKUP.

           MOVE  AGQ-SEQ          TO  ARS-SEQ.
           MOVE 'D'               TO  ARS-REC-TYPE.
           PERFORM S0100-WRITE-RESPONSE.

       D0000-ANSWER-CIVIL-ID-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0100-FETCH-MASTER                             *
      *****************************************************************

       D0100-FETCH-MASTER SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.

           EXEC SQL
                SELECT   M_BAS_EE_BLOCK_CODE    ,
                         M_BAS_EE_REG_EFF_DATE  ,
                         M_BAS_EE_EMPLOYER_NUM  ,
                         M_BAS_EE_TERM_ACT_DATE ,
                         M_BAS_EE_DEATH_DATE
                INTO    :T-M-BAS-EE-BLOCK-CODE:T-BLOCK-IND ,
                        :T-M-BAS-EE-REG-EFF-DATE:T-REGDT-IND ,
                        :T-M-BAS-EE-EMPLOYER-NUM:T-EMPLR-IND ,
                        :T-M-BAS-EE-TERM-ACT-DATE:T-TERM-IND ,
                        :T-M-BAS-EE-DEATH-DATE:T-DEATH-IND
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :T-M-BAS-EE-SSN
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0980-COUNT-ROW-READ.

       D0100-FETCH-MASTER-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0200-CHECK-WITHHOLD                           *
      *****************************************************************
      *    THE SAME THREE TESTS OBSSS650 APPLIES BEFORE RELEASING     *
      *    ANYTHING: THE BLOCK CODE, THE OBSSS689 RESTRICTED-RECORD   *
      *    GATE (THE AGENCY STANDING AS THE SYSTEM ON 1693) AND, WHEN *
      *    THE AGREEMENT REQUIRES IT, THE MEMBER'S CONSENT FOR THE    *
      *    AGENCY'S SHARING PURPOSE.  THE FIRST THAT FAILS IS THE     *
      *    REASON LOGGED.                                             *
      *****************************************************************

       D0200-CHECK-WITHHOLD SECTION.

           IF  T-BLOCK-IND  NOT LESS THAN  ZERO  AND
               T-M-BAS-EE-BLOCK-CODE  GREATER THAN  SPACE
               SET  W-WITHHELD-BLOCKED  TO  TRUE
               GO TO D0200-CHECK-WITHHOLD-EXIT.

           MOVE  T-M-BAS-EE-SSN      TO  X689-SSN.
           MOVE  SPACES              TO  X689-CLERK
                                         X689-DEPT.
           MOVE  EIBTRMID            TO  X689-TERM.
           MOVE  K-GATE-TRAN         TO  X689-TRAN.
           MOVE  T-AGENCY            TO  X689-SYSTEM.

           EXEC CICS LINK
                PROGRAM  ('OBSSS689')
                COMMAREA (X689-GATE-AREA)
                LENGTH   (LENGTH OF X689-GATE-AREA)
           END-EXEC.

           IF  X689-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
               SET  W-WITHHELD-RESTRICTED  TO  TRUE
               GO TO D0200-CHECK-WITHHOLD-EXIT.

           IF  NOT W-CONSENT-REQUIRED
               GO TO D0200-CHECK-WITHHOLD-EXIT.

           MOVE 'I'                  TO  X691-FUNCTION.
           MOVE  T-M-BAS-EE-SSN      TO  X691-SSN.
           MOVE  T-RSP-PURPOSE       TO  X691-PURPOSE.
           MOVE  SPACES              TO  X691-CHANNEL
                                         X691-CLERK
                                         X691-DEPT.
           MOVE  EIBTRMID            TO  X691-TERM.

           EXEC CICS LINK
                PROGRAM  ('OBSSS691')
                COMMAREA (X691-CONSENT-AREA)
                LENGTH   (LENGTH OF X691-CONSENT-AREA)
           END-EXEC.

           IF  X691-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD  OR
               NOT X691-CONSENTED
               SET  W-WITHHELD-CONSENT  TO  TRUE
           ELSE
               NEXT SENTENCE.

       D0200-CHECK-WITHHOLD-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0300-RELEASE-INDICATORS                       *
      *****************************************************************
      *    A FOUND MEMBER IS REGISTERED BY DEFINITION.  EMPLOYED      *
      *    MEANS AN EMPLOYER ON FILE, NO TERMINATION AND NO DEATH --  *
      *    THE ACTIVE TEST OBSSS668 USES.  PENSIONER MEANS A PENSION  *
      *    IN PAYMENT OR SUSPENDED.  AN INDICATOR THE AGENCY MAY NOT  *
      *    RECEIVE STAYS BLANK.                                       *
      *****************************************************************

       D0300-RELEASE-INDICATORS SECTION.

           IF  W-AUTH-REG  AND  T-REGDT-IND  NOT LESS THAN  ZERO
               MOVE  T-M-BAS-EE-REG-EFF-DATE  TO  ARS-REG-DATE
           ELSE
               NEXT SENTENCE.

           IF  W-AUTH-EMP
               IF  T-EMPLR-IND  NOT LESS THAN  ZERO  AND
                   T-M-BAS-EE-EMPLOYER-NUM  GREATER THAN  ZEROES  AND
                   T-TERM-IND   LESS THAN  ZERO  AND
                   T-DEATH-IND  LESS THAN  ZERO
                   MOVE 'Y'                      TO  ARS-EMPLOYED
                   MOVE  T-M-BAS-EE-EMPLOYER-NUM TO  ARS-EMPLOYER
               ELSE
                   MOVE 'N'                      TO  ARS-EMPLOYED
           ELSE
               NEXT SENTENCE.

           IF  W-AUTH-DTH
               IF  T-DEATH-IND  NOT LESS THAN  ZERO
                   MOVE 'Y'                      TO  ARS-DECEASED
                   MOVE  T-M-BAS-EE-DEATH-DATE   TO  ARS-DEATH-DATE
               ELSE
                   MOVE 'N'                      TO  ARS-DECEASED
           ELSE
               NEXT SENTENCE.

           IF  NOT W-AUTH-PEN
               GO TO D0300-RELEASE-INDICATORS-EXIT.

           MOVE 'ST_MST_PENSION'  TO  W-EIBDS.

           EXEC SQL
                SELECT   COUNT (*)
                INTO    :T-PEN-ANY
                FROM     ST_MST_PENSION
                WHERE    PEN_SSN     =  :T-M-BAS-EE-SSN
                AND      PEN_STATUS  IN ('P', 'S')
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  T-PEN-ANY  GREATER THAN  ZEROES
               MOVE 'Y'  TO  ARS-PENSIONER
           ELSE
               MOVE 'N'  TO  ARS-PENSIONER.

       D0300-RELEASE-INDICATORS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                D0400-LOG-LOOKUP                               *
      *****************************************************************
      *    ONE ROW PER CIVIL ID LOOKED UP ON THE AGENCY'S BEHALF:     *
      *    WHO ASKED, IN WHICH FILE, ABOUT WHOM, WHAT WAS ANSWERED    *
      *    AND, FOR A WITHHELD ANSWER, WHY.                           *
      *****************************************************************

       D0400-LOG-LOOKUP SECTION.

           MOVE  FUNCTION CURRENT-DATE(1:16)  TO  W-SYSTEM-DATE-TIME.
           MOVE  AGQ-SEQ            TO  T-AGL-SEQ.
           MOVE  AGQ-CIVIL-ID       TO  T-AGL-CIVIL-ID.
           MOVE  T-M-BAS-EE-SSN     TO  T-AGL-SSN.
           MOVE  W-LOOKUP-RESULT    TO  T-AGL-RESULT.
           MOVE  W-WITHHOLD-RSN     TO  T-AGL-WITHHOLD-RSN.

           MOVE 'ST_HST_AGENCY_LOOKUP'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_AGENCY_LOOKUP
                     (AGL_AGENCY,     AGL_FILE_ID,
                      AGL_SEQ,        AGL_CIVIL_ID,
                      AGL_SSN,        AGL_RESULT,
                      AGL_WITHHOLD_RSN,
                      AGL_DATE,       AGL_TIME)
                VALUES
                     (:T-AGENCY,          :T-FILE-ID,
                      :T-AGL-SEQ,         :T-AGL-CIVIL-ID,
                      :T-AGL-SSN,         :T-AGL-RESULT,
                      :T-AGL-WITHHOLD-RSN,
                      :W-TODAY-DATE,      :W-SYSTEM-HHMMSS)
           END-EXEC.

           PERFORM DB2-ERROR.
           PERFORM S0985-COUNT-ROWS-WRITTEN.

       D0400-LOG-LOOKUP-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0100-WRITE-RESPONSE                           *
      *****************************************************************

       S0100-WRITE-RESPONSE SECTION.

           EXEC CICS WRITE
                FILE    ('AGYRSP  ')
                RIDFLD  (ARS-KEY)
                FROM    (ARS-REC)
                LENGTH  (LENGTH OF ARS-REC)
                RESP    (W-FILE-RESP)
           END-EXEC
           PERFORM S0986-COUNT-REC-WRITTEN.

       S0100-WRITE-RESPONSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                S0200-CHECK-FIELD-AUTH                         *
      *****************************************************************
      *    'Y' IN W-FIELD-AUTH-SW WHEN THE AGENCY HOLDS THE FIELD'S   *
      *    AUTHORITY ROW, 'N' OTHERWISE.                              *
      *****************************************************************

       S0200-CHECK-FIELD-AUTH SECTION.

           MOVE 'ST_MST_READ_SVC_AUTH'  TO  W-EIBDS.

           EXEC SQL
                SELECT   1
                INTO    :T-RSA-HIT
                FROM     ST_MST_READ_SVC_AUTH
                WHERE    RSA_SYSTEM  =  :T-AGENCY
                AND      RSA_FIELD   =  :T-RSA-FIELD
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +0
               MOVE 'Y'  TO  W-FIELD-AUTH-SW
           ELSE
               MOVE 'N'  TO  W-FIELD-AUTH-SW.

       S0200-CHECK-FIELD-AUTH-EXIT.  EXIT.
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

           MOVE 'OBSSS693'  TO  X684-PROGRAM.
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
               MOVE '1693'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
