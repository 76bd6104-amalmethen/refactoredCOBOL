      *                - THE PERIOD STATUS (SMR#98181): A SOFT-       *
      *                  CLOSED PERIOD REJECTS THE POSTING; A HARD-   *
      *                  CLOSED ONE REDIRECTS IT TO TODAY'S DATE.     *
98294 *                - THE YEAR-END LOCK (SMR#98294): A POSTING     *
98294 *                  DATED IN A FISCAL YEAR OBSSS675 HAS CLOSED   *
98294 *                  IS REJECTED, UNLESS FINANCE HAS OPENED THE   *
98294 *                  YEAR'S ADJUSTMENT WINDOW, WHEN IT GOES TO    *
98294 *                  THE PENDING-APPROVAL QUEUE AND POSTS ON ITS  *
98294 *                  ORIGINAL DATE ONLY AS A SECOND SUPERVISOR'S  *
98294 *                  ORP1524P RELEASE.                            *
      *                - ON A CLEAN WRITE, THE WAREHOUSE RE-WRITE     *
      *                  AND THE CSV/XML COPIES (SMR#98119/98138)     *
      *                  AND THE ST_HST_GL_TRANSACTION HISTORY ROW,   *
      *    INPUT  -        FTKKACCT (VSAM ACCOUNT LIST)               *
      *                    ST_ACCTG_APPR_THRESHOLD, ST_ACCTG_PERIOD_  *
      *                    STATUS (DB2 CONTROL TABLES)                *
98294 *                    ST_ACCTG_YEAR_CLOSE (DB2 CONTROL TABLE)    *
      *                                                               *
      *****************************************************************
           EJECT
      *                       LINK TO ORSS0400, SAME AS OBSSS601-626. *
      *                                                               *
      *    MODIFICATIONS -                                            *
      *           SMR#98306 - THE ST_HST_KK_ACCT_DROP ROW NOW KEEPS   *
      *                       THE CALLER'S DEPARTMENT AND CLERK       *
      *                       (KKD_DEPT, KKD_CLERK) FOR THE OBSSS687  *
      *                       MONTHLY OVERRIDE REGISTER.              *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98305 - THE POSTING CLERK IS NOW KEPT ON THE GL *
      *                       HISTORY ROW (HST_POST_CLERK) AND ON A   *
      *                       DIVERTED ENTRY'S PENDING-APPROVAL ROW   *
      *                       (PND_ORIG_CLERK), SO THE OBSSS686       *
      *                       SEGREGATION-OF-DUTIES RUN CAN FIND A    *
      *                       CLERK WHO RELEASED OR REVERSED A        *
      *                       POSTING OF THEIR OWN.                   *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98294 - NEW B0310 HOLDS A FISCAL YEAR CLOSED    *
      *                       BY THE OBSSS675 YEAR-END RUN AGAINST   *
      *                       ANY FURTHER POSTING; WHILE FINANCE     *
      *                       HAS ITS ADJUSTMENT WINDOW OPEN, AN     *
      *                       ENTRY DATED IN IT IS DIVERTED FOR      *
      *                       SECOND-SUPERVISOR APPROVAL AND POSTS   *
      *                       UNREDIRECTED ON RELEASE.               *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *           SMR#98256 - A POSTING INTO A HARD-CLOSED PERIOD    *
      *                       NOW RUNS THE SAME 'PREV' ACCOUNT       *
      *                       SUBSTITUTION OBSSS601'S B3100 MAKES    *
      *    SCREENS USED BEFORE THIS SERVICE EXISTED.                  *
      *****************************************************************
           05  K-ACCT-REG-FORMAT       PIC X(02)  VALUE 'GL'.
      *****************************************************************
      *    SOURCE ORP1524P STAMPS ON A PENDING-APPROVAL RELEASE --     *
      *    THE ONLY WAY IN TO A CLOSED YEAR'S ADJUSTMENT WINDOW.      *
      *****************************************************************
98294      05  K-ADJ-RELEASE-SOURCE    PIC X(02)  VALUE 'AP'.

       01  W-DEST-TABLE.
           COPY SFCTBDST.

       01  T-PER-YYYYMM                PIC X(06).
       01  T-PER-STATUS                PIC X(01).
98294  01  T-YRC-STATUS                PIC X(01).
98294  01  W-YEAR-SW                   PIC X(01)  VALUE 'N'.
98294      88  W-YEAR-DECIDED              VALUE 'Y'.

98256  01  T-SUB-FROM-ACCT             PIC 9(11).
98256  01  T-SUB-TO-ACCT               PIC 9(11).
                    INSERT INTO ST_HST_KK_ACCT_DROP
                         (KKD_SSN,       KKD_ACCT,
                          KKD_TRAN_CODE, KKD_AMOUNT,
98306                     KKD_POST_DATE, KKD_DEPT,
98306                     KKD_CLERK)
                    VALUES
                         (:T-KKD-SSN,       :KK-ACCT,
                          :X627-TRAN-CODE,  :X627-AMOUNT,
98306                     :T-KKD-POST-DATE, :X627-DEPT,
98306                     :X627-CLERK)
               END-EXEC
               PERFORM DB2-ERROR
               MOVE  K-RET-TXN-ERR      TO  X627-RETURN-CODE
                      PND_ACCT_CDE,  PND_AMOUNT,
                      PND_EFF_DATE,  PND_TRAN_CODE,
                      PND_CIVIL_ID,  PND_REF_NUM,
98305                 PND_STATUS,    PND_POST_DATE,
98305                 PND_ORIG_CLERK)
                VALUES
                     (:T-PND-SSN,          :T-PND-SEQ,
                      :X627-ACCT-CDE,      :X627-AMOUNT,
                      :X627-EFF-DATE,      :X627-TRAN-CODE,
                      :X627-CIVIL-ID,      :X627-REF-NUM,
98305                 :T-PND-STATUS,       :T-PND-POST-DATE,
98305                 :X627-CLERK)
           END-EXEC.

           PERFORM DB2-ERROR.

       B0300-CHECK-PERIOD-STATUS SECTION.

98294      PERFORM B0310-CHECK-YEAR-CLOSE.
98294      IF  W-YEAR-DECIDED
98294          GO TO B0300-CHECK-PERIOD-STATUS-EXIT
98294      END-IF.

           MOVE 'ST_ACCTG_PERIOD_STATUS'        TO  W-EIBDS.
           MOVE  X627-EFF-DATE (1:6)            TO  T-PER-YYYYMM.

       B0300-CHECK-PERIOD-STATUS-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0310-CHECK-YEAR-CLOSE                         *
      *****************************************************************
      *    SMR#98294: A POSTING DATED IN A FISCAL YEAR THE OBSSS675   *
      *    YEAR-END RUN HAS CLOSED ('C') IS REJECTED OUTRIGHT,        *
      *    WHATEVER ITS PERIOD'S STATUS.  WHILE FINANCE HAS THE       *
      *    YEAR'S ADJUSTMENT WINDOW OPEN ('A', ORP1529P) THE ENTRY    *
      *    IS DIVERTED TO THE PENDING-APPROVAL QUEUE, AND ONLY ITS    *
      *    ORP1524P RELEASE POSTS -- ON ITS OWN DATE, NOT REDIRECTED. *
      *    A YEAR STILL IN PROGRESS ('P') IS THE RUN'S OWN CLOSING    *
      *    ENTRIES AND GOES ON TO THE PERIOD CHECK AS USUAL, AS DOES  *
      *    A DATE IN NO CLOSED YEAR.                                  *
      *****************************************************************

98294  B0310-CHECK-YEAR-CLOSE SECTION.

98294      MOVE 'N'                    TO  W-YEAR-SW.
98294      MOVE 'ST_ACCTG_YEAR_CLOSE'  TO  W-EIBDS.

98294      EXEC SQL
98294           SELECT   YRC_STATUS
98294           INTO    :T-YRC-STATUS
98294           FROM     ST_ACCTG_YEAR_CLOSE
98294           WHERE   :X627-EFF-DATE  BETWEEN
98294                    YRC_BEGIN_DATE  AND  YRC_END_DATE
98294           FETCH FIRST 1 ROW ONLY
98294      END-EXEC.

98294      PERFORM DB2-ERROR.

98294      IF  SQLCODE  NOT EQUAL TO  +0
98294          GO TO B0310-CHECK-YEAR-CLOSE-EXIT
98294      END-IF.

98294      IF  T-YRC-STATUS  EQUAL TO  'C'
98294          MOVE 'Y'                   TO  W-YEAR-SW
98294          MOVE  K-RET-TXN-ERR        TO  X627-RETURN-CODE
98294          MOVE  K-MSG-PERIOD-CLOSED  TO  X627-MSG-CODE
98294      ELSE
98294      IF  T-YRC-STATUS  EQUAL TO  'A'
98294          MOVE 'Y'                   TO  W-YEAR-SW
98294          IF  X627-SKIP-THRESHOLD  EQUAL TO  'Y'  AND
98294              X627-SOURCE  EQUAL TO  K-ADJ-RELEASE-SOURCE
98294              NEXT SENTENCE
98294          ELSE
98294              PERFORM B0250-WRITE-PENDING-APPR
98294              MOVE  K-RET-WARNING    TO  X627-RETURN-CODE
98294      ELSE
98294          NEXT SENTENCE.

98294  B0310-CHECK-YEAR-CLOSE-EXIT.  EXIT.
           EJECT
      *****************************************************************
      *                B0320-PREV-YEAR-SUBST                          *
      *****************************************************************
      *    SMR#98256: SAME 'PREV' SUBSTITUTION OBSSS601'S B3100 MAKES *
                      HST_LEAD_COUNT, HST_ACK_STATUS,
                      HST_CURR_CODE, HST_ORIG_AMOUNT,
                      HST_CONV_RATE, HST_LINK_COUNT,
98305                 HST_REF_NUM,   HST_POST_CLERK)
                     VALUES
                     (:T-HST-GLT-SSN,       :FMA-AF-ACCT-CDE,
                      :FMA-LEAD-TRAN-CODE,  :FMA-AF-AMOUNT,
                      :X627-LEAD-COUNT,    ' ',
                      ' ',                 :T-ZERO-AMOUNT,
                      :T-ZERO-RATE,        :X627-LINK-COUNT,
98305                 :FMA-AF-REF-NUM,     :X627-CLERK)
           END-EXEC.

98225      MOVE  FMA-AF-ACCT-CDE            TO  T-BAL-ACCT-CDE.
