       CBL TEST(NONE,SYM,SEPARATE)
       ID DIVISION.

      *****************************************************************
      *                                                               *
      *             SOCIAL  SECURITY  SERVICES  SYSTEM                *
      *                                                               *
      *        RESTRICTED-RECORD GATE SERVICE ROUTINE OBSSS689        *
      *                                                               *
      *****************************************************************

       PROGRAM-ID.    OBSSS689.
       AUTHOR.        HESSA AL-OTAIBI.
       INSTALLATION.  PUBLIC INSTITUTION FOR SOCIAL SECURITY.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       REMARKS.

      *****************************************************************
      *                     *** OBSSS689 ***                          *
      *                                                               *
      *    FUNCTION -  THIS IS A LINKABLE SERVICE, CALLED IN THE      *
      *                SAME COMMAREA STYLE AS OBSSS645/657, THAT      *
      *                DECIDES WHETHER A REGISTRATION MAY BE SHOWN    *
      *                TO THE CLERK OR SYSTEM ASKING FOR IT:          *
      *                                                               *
      *                - A MASTER WITHOUT M_BAS_EE_RESTRICT_IND = Y   *
      *                  (OR NOT ON FILE -- THE CALLER REPORTS ITS    *
      *                  OWN NOT-FOUND) IS SHOWN AND NOT LOGGED.      *
      *                - A RESTRICTED MASTER IS SHOWN ONLY WHEN       *
      *                  OBSSS645 GRANTS FUNCTION X (RESTRICTED       *
      *                  ACCESS) -- ON TRANSACTION 1511 FOR A CLERK,  *
      *                  ON 1650 FOR A SYSTEM CALLER OF THE OBSSS650  *
      *                  RELEASE SERVICE.                             *
      *                - EVERY LOOK AT A RESTRICTED MASTER, PERMITTED *
      *                  OR REFUSED, IS WRITTEN TO                    *
      *                  ST_HST_RESTRICT_ACCESS FOR THE OBSSS690      *
      *                  WEEKLY RESTRICTED-ACCESS REPORT.             *
      *                                                               *
      *                ORP1580P SETS AND CLEARS THE INDICATOR.        *
      *                                                               *
      *    INPUT PARMS -   OBC689CA COMMAREA (SEE COPYBOOK).          *
      *                                                               *
      *    INPUT  -        ST_MST_EMPLOYEE_BASIC (DB2 MASTER TABLE)   *
      *                    OBSSS645 AUTHORITY SERVICE (LINKED)        *
      *                                                               *
      *****************************************************************
           EJECT
      *****************************************************************
      *                                                               *
      *    OUTPUT - ST_HST_RESTRICT_ACCESS (DB2 HISTORY TABLE) AND    *
      *             THE COMMAREA VERDICT.                             *
      *                                                               *
      *    TABLES - NONE                                              *
      *                                                               *
      *    SWITCHES - NONE                                            *
      *                                                               *
      *    EXITS -                                                    *
      *                                                               *
      *            NORMAL - RETURN TO THE LINKING CALLER.             *
      *                                                               *
      *            ABNORMAL - REQUEST A CICS TRANSACTION DUMP THEN    *
      *                       LINK TO ORSS0400, SAME AS OBSSS601-644. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98307 - ORIGINAL PROGRAM.                       *
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
               VALUE 'PROGRAM-ID OBSSS689'.

       01  CONSTANTS.
             COPY SFCWSCON.

       01  X645-AUTH-AREA.
           COPY OBC645CA.

       01  T-M-BAS-EE-RESTRICT-IND     PIC X(01).
           88  T-RESTRICTED                VALUE 'Y'.

       01  W-SYSTEM-DATE-TIME.
           05 W-SYSTEM-DATE   PIC 9(8).
           05 W-SYSTEM-TIME   PIC 9(8).
           05 FILLER REDEFINES W-SYSTEM-TIME.
              10 W-SYSTEM-HHMMSS PIC 9(6).
              10 W-SYSTEM-MILISS PIC 9(2).

       01  W-TODAY-DATE                PIC X(08).

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
      *            L I N K A G E   S E C T I O N                      *
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY OBC689CA.

           EJECT
      *****************************************************************
      *        P R O C E D U R E   D I V I S I O N                    *
      *****************************************************************

       PROCEDURE DIVISION.

      *****************************************************************
      *                    A0000-MAINLINE                             *
      *****************************************************************

       A0000-MAINLINE  SECTION.

           MOVE  K-RET-TXN-ERR     TO  X689-RETURN-CODE.
           SET   X689-NOT-RESTRICTED TO TRUE.

           IF  X689-SSN  EQUAL TO  ZEROES
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           IF  X689-CLERK   EQUAL TO  SPACES  AND
               X689-SYSTEM  EQUAL TO  SPACES
               SET   X689-REFUSED  TO  TRUE
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           MOVE  K-RET-GOOD  TO  X689-RETURN-CODE.

           PERFORM B0000-READ-RESTRICT-IND.
           IF  NOT T-RESTRICTED
               GO TO A0000-MAINLINE-EXIT
           END-IF.

           PERFORM B0100-ASK-AUTHORITY.
           PERFORM B0200-LOG-ACCESS.

       A0000-MAINLINE-EXIT.
           EXIT PROGRAM.
           EJECT
      *****************************************************************
      *                B0000-READ-RESTRICT-IND                        *
      *****************************************************************
      *    A MASTER NOT ON FILE IS TREATED AS NOT RESTRICTED; THE     *
      *    CALLER'S OWN READ REPORTS THE NOT-FOUND AS IT ALWAYS HAS.  *
      *****************************************************************

       B0000-READ-RESTRICT-IND SECTION.

           MOVE 'ST_MST_EMPLOYEE_BASIC'  TO  W-EIBDS.
           MOVE 'N'                      TO  T-M-BAS-EE-RESTRICT-IND.

           EXEC SQL
                SELECT   COALESCE(M_BAS_EE_RESTRICT_IND, 'N')
                INTO    :T-M-BAS-EE-RESTRICT-IND
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_SSN  =  :X689-SSN
           END-EXEC.

           PERFORM DB2-ERROR.

           IF  SQLCODE  EQUAL TO  +100
               MOVE 'N'  TO  T-M-BAS-EE-RESTRICT-IND
           ELSE
               NEXT SENTENCE.

       B0000-READ-RESTRICT-IND-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0100-ASK-AUTHORITY                            *
      *****************************************************************
      *    A CLERK IS CHECKED ON TRANSACTION 1511 (THE DRILL-DOWN     *
      *    SCREENS ALL HANG OFF THE BASIC DATA SCREEN); A SYSTEM      *
      *    CALLER ON 1650, THE RELEASE SERVICE'S OWN TRANSACTION.     *
      *****************************************************************

       B0100-ASK-AUTHORITY SECTION.

           MOVE  X689-CLERK   TO  X645-CLERK.
           MOVE 'X'           TO  X645-FUNCTION.
           IF  X689-CLERK  EQUAL TO  SPACES
               MOVE '1650'        TO  X645-TRAN
               MOVE  X689-SYSTEM  TO  X645-SYSTEM
           ELSE
               MOVE '1511'        TO  X645-TRAN
               MOVE  SPACES       TO  X645-SYSTEM.

           EXEC CICS LINK
                PROGRAM  ('OBSSS645')
                COMMAREA (X645-AUTH-AREA)
                LENGTH   (LENGTH OF X645-AUTH-AREA)
           END-EXEC.

           IF  X645-RETURN-CODE  EQUAL TO  K-RET-GOOD
               SET   X689-PERMITTED  TO  TRUE
               MOVE  K-RET-GOOD      TO  X689-RETURN-CODE
           ELSE
               SET   X689-REFUSED    TO  TRUE
               MOVE  K-RET-TXN-ERR   TO  X689-RETURN-CODE.

       B0100-ASK-AUTHORITY-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0200-LOG-ACCESS                               *
      *****************************************************************
      *    ONE ROW PER LOOK AT A RESTRICTED MASTER -- WHO (CLERK AND  *
      *    DEPARTMENT, OR SYSTEM), FROM WHERE (TERMINAL, TRANSACTION) *
      *    AND THE VERDICT (P PERMITTED, D REFUSED).                  *
      *****************************************************************

       B0200-LOG-ACCESS SECTION.

           MOVE  FUNCTION CURRENT-DATE(1:8)   TO  W-TODAY-DATE.
           MOVE  FUNCTION CURRENT-DATE(1:16)  TO  W-SYSTEM-DATE-TIME.

           MOVE 'ST_HST_RESTRICT_ACCESS'  TO  W-EIBDS.

           EXEC SQL
                INSERT INTO ST_HST_RESTRICT_ACCESS
                     (RSA_SSN,        RSA_DATE,
                      RSA_TIME,       RSA_CLERK,
                      RSA_DEPT,       RSA_SYSTEM,
                      RSA_TERM,       RSA_TRAN,
                      RSA_VERDICT)
                VALUES
                     (:X689-SSN,       :W-TODAY-DATE,
                      :W-SYSTEM-HHMMSS, :X689-CLERK,
                      :X689-DEPT,      :X689-SYSTEM,
                      :X689-TERM,      :X689-TRAN,
                      :X689-VERDICT)
           END-EXEC.

           PERFORM DB2-ERROR.

       B0200-LOG-ACCESS-EXIT.  EXIT.
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
               MOVE X689-CLERK           TO  ORSS0400-CLERK
               MOVE X689-SSN             TO  ORSS0400-SSN
               MOVE '1689'               TO  ORSS0400-TRNID
               EXEC CICS LINK
                    PROGRAM ('ORSS0400')
                    COMMAREA (ORSS0400-AREA)
               END-EXEC.

       DB2-ERROR-EXIT.
              EXIT.
