      *                       -- APPEARS ON THIS EMPLOYER'S ROSTER    *
      *                       AND PICKS UP THE 'S' TAG.               *
      *                                HESSA AL-OTAIBI     02-09-2026 *
      *           SMR#98307 - A RESTRICTED REGISTRATION'S LINE SHOWS  *
      *                       ONLY THE SSN AND THE WORD RESTRICTED;   *
      *                       SELECTING IT GOES THROUGH THE ORP1511P  *
      *                       RESTRICTED-RECORD CHECK.                *
      *                                HESSA AL-OTAIBI     15-10-2026 *
      *****************************************************************
      *****************************************************************
      *
           05  T-ROS-ACT-CODE          PIC X(02).
           05  T-ROS-BLOCK-CODE        PIC X(01).
           05  T-ROS-LAST-ACCT-DATE    PIC X(10).
98307      05  T-ROS-RESTRICT-IND      PIC X(01).
98307          88  T-ROS-RESTRICTED        VALUE 'Y'.

98228  01  T-EMP-SEC-HIT               PIC S9(04) COMP.

                         M_BAS_EE_LOC_CODE       ,
                         M_BAS_EE_ACT_CODE       ,
                         M_BAS_EE_BLOCK_CODE     ,
                         M_BAS_EE_LAST_ACCT_DATE ,
98307                    COALESCE(M_BAS_EE_RESTRICT_IND, 'N')
                FROM     ST_MST_EMPLOYEE_BASIC
                WHERE    M_BAS_EE_EMPLOYER_NUM = :T-M-BAS-ER-NUM
98185           AND      M_BAS_EE_SSN  >=  :T-ROS-START-SSN
98245                    E.M_BAS_EE_LOC_CODE       ,
98245                    E.M_BAS_EE_ACT_CODE       ,
98245                    E.M_BAS_EE_BLOCK_CODE     ,
98245                    E.M_BAS_EE_LAST_ACCT_DATE ,
98307                    COALESCE(E.M_BAS_EE_RESTRICT_IND, 'N')
98245           FROM     ST_MST_EE_EMPLOYMENT   L ,
98245                    ST_MST_EMPLOYEE_BASIC  E
98245           WHERE    L.EMP_REG_NUM   =  :T-M-BAS-ER-NUM
                      :T-ROS-LOC-CODE       ,
                      :T-ROS-ACT-CODE       ,
                      :T-ROS-BLOCK-CODE     ,
                      :T-ROS-LAST-ACCT-DATE ,
98307                 :T-ROS-RESTRICT-IND
           END-EXEC.

           IF  SQLCODE  EQUAL TO  +100
                   MOVE T-ROS-BLOCK-CODE     TO  W-TEXT-BLK
                   MOVE T-ROS-LAST-ACCT-DATE TO  W-TEXT-ACCTDT
98228              PERFORM C0115-CHECK-SECONDARY
98307              IF  T-ROS-RESTRICTED
98307                  MOVE SPACES           TO  W-TEXT-MAST
98307                                            W-TEXT-LOC
98307                                            W-TEXT-ACT
98307                                            W-TEXT-BLK
98307                                            W-TEXT-SEC
98307                  MOVE 'RESTRICTED'     TO  W-TEXT-ACCTDT
98307              END-IF
                   ADD  +1                TO  W-ROW-COUNT
                   EXEC CICS SEND TEXT
                        FROM   (W-TEXT-LINE)
