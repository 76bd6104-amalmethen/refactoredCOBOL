      *             SHOWS A RECORD-BEING-WORKED-BY BANNER WHEN       *
      *             ANOTHER WRITER HOLDS THE DISPLAYED SSN.          *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *---------------------------------------------------------------*
      * SMR#98279 : ADDED PF19, WHICH XCTLS TO NEW PROGRAM ORP1565P   *
      *             TO SHOW THE MONTH-BY-MONTH PENSION PAYMENT        *
      *             HISTORY FOR THE DISPLAYED SSN.                    *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *---------------------------------------------------------------*
      * SMR#98289 : ADDED PF20, ON AN EMPLOYER RECORD ONLY, WHICH     *
      *             XCTLS TO NEW PROGRAM ORP1570P TO SHOW THE         *
      *             EMPLOYER'S RUNNING ACCOUNT LEDGER, AGED ARREARS,  *
      *             DELINQUENCY GRADE AND INSTALLMENT PLAN.           *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *---------------------------------------------------------------*
      * SMR#98307 : C0303-FINISH-INQUIRY NOW ASKS THE OBSSS689        *
      *             RESTRICTED-RECORD GATE (NEW C0304) BEFORE ANY     *
      *             DATA IS FORMATTED.  A RESTRICTED REGISTRATION     *
      *             IS REFUSED UNLESS OBSSS645 GRANTS THE CLERK THE   *
      *             RESTRICTED-ACCESS FUNCTION, AND A PERMITTED LOOK  *
      *             CARRIES A RESTRICTED-RECORD BANNER.  EITHER WAY   *
      *             THE GATE LOGS THE ACCESS.                         *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
001100*
98243      05  FILLER              PIC X(07) VALUE ' SINCE '.
98243      05  W-TLB-SINCE         PIC X(08).
98243      05  FILLER              PIC X(09) VALUE SPACES.

      *****************************************************************
      *     RESTRICTED-RECORD GATE COMMAREA AND MESSAGES (SMR#98307)  *
      *****************************************************************

98307  01  X689-GATE-AREA.
98307      COPY OBC689CA.

98307  01  W-RESTRICT-SW               PIC X(01).
98307      88  RESTRICT-REFUSED            VALUE 'D'.
98307      88  RESTRICT-NOT-REFUSED        VALUE 'N'.

98307  01  W-MSG-RESTRICTED-E          PIC X(60) VALUE
98307      'RESTRICTED REGISTRATION - ACCESS REFUSED AND LOGGED'.
98307  01  W-TEXT-RESTRICTED-BANNER    PIC X(60) VALUE
98307      'RESTRICTED REGISTRATION - THIS ACCESS HAS BEEN LOGGED'.
001390
001400*****************************************************************
001410*                    CONSTANTS                                  *
004900
004910     MOVE LOW-VALUES TO TWAERROR.
004920     MOVE ZEROS      TO TWAKEY.
98307      SET  RESTRICT-NOT-REFUSED  TO  TRUE.
004930

S96847     PERFORM C0750-DATE-TIME.
98236              PERFORM C0033-XCTL-WAGE-CAREER
98236              GO TO C0000-PROCESS-EXIT.
98236
98279      IF  EIBAID EQUAL  TO  DFHPF19  AND
98279          TCTTE-ENTRY-COUNT NOT EQUAL TO LOW-VALUES
98279              PERFORM C0034-XCTL-PAY-HISTORY
98279              GO TO C0000-PROCESS-EXIT.
98279
98289      IF  EIBAID EQUAL  TO  DFHPF20  AND
98289          TCTTE-ENTRY-COUNT NOT EQUAL TO LOW-VALUES  AND
98289          TWA-EMPLOYER-REC
98289              PERFORM C0035-XCTL-ER-LEDGER
98289              GO TO C0000-PROCESS-EXIT.


004940     IF  EIBAID EQUAL TO DFHPF12
004950

98236  C0033-XCTL-WAGE-CAREER-EXIT.
98236         EXIT.
      *****************************************************************
      *              C0034-XCTL-PAY-HISTORY SECTION                    *
      *****************************************************************
      *        THIS SECTION XCTL TO PROGRAM (ORP1565P) WHICH SHOWS    *
      *     THE PENSION PAID EACH PAYROLL MONTH, WHERE IT WENT AND    *
      *     WHETHER IT WAS STOPPED OR RETURNED (SMR#98279).           *
      *****************************************************************
98279  C0034-XCTL-PAY-HISTORY SECTION.

98279      MOVE LOW-VALUES  TO  TCTTE-ENTRY-SW.
98279      MOVE '1565'      TO  TCTTE-CURNT-TRAN-ID.
98279      MOVE LOW-VALUES  TO  TCTTE-ENTRY-COUNT.
98279      MOVE TWANUM      TO  TCTTE-SSN.

98279      EXEC CICS XCTL
98279           PROGRAM ('ORP1565P')
98279      END-EXEC.

98279  C0034-XCTL-PAY-HISTORY-EXIT.
98279         EXIT.
      *****************************************************************
      *              C0035-XCTL-ER-LEDGER SECTION                      *
      *****************************************************************
      *        THIS SECTION XCTL TO PROGRAM (ORP1570P) WHICH SHOWS    *
      *     THE RUNNING ACCOUNT LEDGER AND ARREARS POSITION OF THE    *
      *     EMPLOYER NUMBER CURRENTLY ON THE SCREEN (SMR#98289).      *
      *****************************************************************
98289  C0035-XCTL-ER-LEDGER SECTION.

98289      MOVE LOW-VALUES  TO  TCTTE-ENTRY-SW.
98289      MOVE '1570'      TO  TCTTE-CURNT-TRAN-ID.
98289      MOVE LOW-VALUES  TO  TCTTE-ENTRY-COUNT.
98289      MOVE  FUNCTION NUMVAL (TWA-FLIP-SSN-O-7)  TO  TCTTE-SSN.

98289      EXEC CICS XCTL
98289           PROGRAM ('ORP1570P')
98289      END-EXEC.

98289  C0035-XCTL-ER-LEDGER-EXIT.
98289         EXIT.
      *****************************************************************
      *                     C0019-XCTL-ROSTER   SECTION                *
      *****************************************************************
      *****************************************************************
98104  C0303-FINISH-INQUIRY SECTION.

98307      PERFORM C0304-CHECK-RESTRICTED.
98307      IF  RESTRICT-REFUSED
98307          GO TO C0303-FINISH-INQUIRY-EXIT
98307      END-IF.

98104      PERFORM C0301-SET-REC-TYPE.

98104      IF  EE-RECORD
98104  C0303-FINISH-INQUIRY-EXIT.  EXIT.
006570     EJECT
      *****************************************************************
      *                C0304-CHECK-RESTRICTED   SECTION               *
      *****************************************************************
      *    SMR#98307: ASKS THE OBSSS689 GATE WHETHER THIS CLERK MAY   *
      *    SEE THE SSN JUST READ.  A REFUSAL PUTS THE MESSAGE UP AND  *
      *    LEAVES THE DATA FIELDS EMPTY; A PERMITTED LOOK AT A        *
      *    RESTRICTED RECORD GETS THE BANNER (A BLOCK MESSAGE FROM    *
      *    F0000 STILL TAKES THE LINE OVER IT).  THE GATE HAS         *
      *    ALREADY LOGGED THE ACCESS EITHER WAY.                      *
      *****************************************************************
98307  C0304-CHECK-RESTRICTED SECTION.

98307      SET   RESTRICT-NOT-REFUSED  TO  TRUE.
98307      MOVE  T-M-BAS-EE-SSN        TO  X689-SSN.
98307      MOVE  TCTTE-CLERK           TO  X689-CLERK.
98307      MOVE  TCTTE-DEPT            TO  X689-DEPT.
98307      MOVE  EIBTRMID              TO  X689-TERM.
98307      MOVE '1511'                 TO  X689-TRAN.
98307      MOVE  SPACES                TO  X689-SYSTEM.

98307      EXEC CICS LINK
98307           PROGRAM  ('OBSSS689')
98307           COMMAREA (X689-GATE-AREA)
98307           LENGTH   (LENGTH OF X689-GATE-AREA)
98307      END-EXEC.

98307      IF  X689-RETURN-CODE  NOT EQUAL TO  K-RET-GOOD
98307          SET   RESTRICT-REFUSED      TO  TRUE
98307          MOVE  W-MSG-RESTRICTED-E    TO  ERRMSG1O
98307          MOVE  ATT-UNPROT-HILITE-MDT TO  ERRMSG1A
98307          MOVE  HIGH-VALUES           TO  TWAERROR
98307      ELSE
98307      IF  X689-PERMITTED
98307          MOVE  W-TEXT-RESTRICTED-BANNER TO  ERRMSG1O
98307          MOVE  ATT-UNPROT-HILITE-MDT TO  ERRMSG1A
98307      ELSE
98307          NEXT SENTENCE.

98307  C0304-CHECK-RESTRICTED-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                C0029-LOG-INQ-STATS   SECTION                   *
      *****************************************************************
      *    THIS SECTION LOGS ONE VOLUME ROW (CLERK, DEPARTMENT,       *
012320
012320 F0000-CHECK-BLOCK-CODE   SECTION.
012320
98307      IF  RESTRICT-REFUSED
98307          GO TO F0000-CHECK-BLOCK-CODE-EXIT
98307      END-IF.
012320
98158      IF  TWA-EMPLOYER-REC
98158          PERFORM F0020-CHECK-EMPLOYER-BLOCK
98158      END-IF.
