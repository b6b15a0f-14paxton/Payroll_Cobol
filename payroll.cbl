                    RECORD KEY PH-KEY
                    FILE STATUS IS WS-PH-STATUS.

            SELECT CHECK-STOCK
                   ASSIGN TO CHKSTOCK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CHK-STATUS.

            SELECT CHECK-FILE
                     ASSIGN REPORT12.

            SELECT CHECK-REGISTER
                     ASSIGN REPORT13.

            SELECT POSPAY-FILE
                     ASSIGN POSPAY.

            SELECT W4-PROFILE
                   ASSIGN TO W4MAST
                    ORGANIZATION IS INDEXED
                    ACCESS IS RANDOM
                    RECORD KEY W4-EMP-NUM
                    FILE STATUS IS WS-W4-STATUS.

            SELECT W4-TRANS
                   ASSIGN TO W4TRAN
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-W4T-STATUS.

            SELECT PLAN-CONTRIB
                     ASSIGN PLANCONT.

            SELECT SEPARATION-FILE
                     ASSIGN SEPNOTE.

            SELECT FINAL-PAY-REG
                     ASSIGN REPORT14.

            SELECT ACH-RETURNS
                   ASSIGN TO ACHRETN
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-RET-STATUS.

            SELECT ACH-RETURN-REG
                     ASSIGN REPORT15.

            SELECT TC-APPROVAL
                   ASSIGN TO TCAPPR
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY TA-KEY
                    FILE STATUS IS WS-TA-STATUS.

            SELECT CUTOFF-LISTING
                     ASSIGN REPORT16.

            SELECT WC-LISTING
                     ASSIGN REPORT17.

            SELECT WC-EXTRACT
                     ASSIGN WCEXTR.

       DATA DIVISION.
       FILE SECTION.

          01  EXTRACT-REC     PIC X(150).

       FD  PAYSTUB-FILE
            RECORD CONTAINS 132 CHARACTERS.

          01  PAYSTUB-REC     PIC X(132).

       FD  DEDUCT-MASTER
            RECORD CONTAINS 80 CHARACTERS.
                 88  DED-VOLUNTARY        VALUE 'V'.
                 88  DED-EMPLOYER-RATE    VALUE 'E'.
                 88  DED-GARNISHMENT      VALUE 'G'.
                 88  DED-SUPPLEMENTAL     VALUE 'P'.
                 88  DED-PRETAX-PLAN      VALUE 'Q'.
                 88  DED-PRETAX-ELECT     VALUE 'T'.
                 88  DED-FINAL-PAY-RULE   VALUE 'X'.
                 88  DED-WC-CROSSWALK     VALUE 'W'.
                 88  DED-STATE-SUTA       VALUE 'U'.
                 88  DED-RECIPROCITY      VALUE 'R'.
             05  DED-REC-BODY        PIC X(79).
             05  DED-BRACKET-DATA REDEFINES DED-REC-BODY.
                 10  DED-BRACKET-FLOOR   PIC 9(7)V99.
                 10  DED-BRACKET-RATE    PIC 9V9999.
                 10  DED-BRACKET-FILING  PIC X(1).
                 10  DED-BRACKET-STATE   PIC X(2).
                 10                      PIC X(62).
             05  DED-FICA-DATA REDEFINES DED-REC-BODY.
                 10  DED-FICA-PCT        PIC 9V9999.
                 10  DED-FICA-LIMIT      PIC 9(7)V99.
                 10  DED-GARN-PCT        PIC 9V9999.
                 10  DED-GARN-CAP        PIC 9(7)V99.
                 10                      PIC X(41).
             05  DED-SUPP-DATA REDEFINES DED-REC-BODY.
                 10  DED-SUPP-PCT        PIC 9V9999.
                 10                      PIC X(74).
             05  DED-PLAN-DATA REDEFINES DED-REC-BODY.
                 10  DED-PLAN-CODE       PIC X(3).
                 10  DED-PLAN-TYPE       PIC X(1).
                 10  DED-PLAN-LIMIT      PIC 9(7)V99.
                 10  DED-PLAN-MATCH-PCT  PIC 9V9999.
                 10  DED-PLAN-MATCH-CAP  PIC 9V9999.
                 10  DED-PLAN-CARRIER    PIC X(10).
                 10                      PIC X(46).
             05  DED-ELECT-DATA REDEFINES DED-REC-BODY.
                 10  DED-ELECT-EMPNO     PIC 9(6).
                 10  DED-ELECT-PLAN      PIC X(3).
                 10  DED-ELECT-METHOD    PIC X(1).
                 10  DED-ELECT-PCT       PIC 9V9999.
                 10  DED-ELECT-AMOUNT    PIC 9(5)V99.
                 10                      PIC X(57).
             05  DED-FP-DATA REDEFINES DED-REC-BODY.
                 10  DED-FP-STATE        PIC X(2).
                 10  DED-FP-INVOL-RULE   PIC X(1).
                 10  DED-FP-INVOL-DAYS   PIC 9(3).
                 10  DED-FP-VOL-RULE     PIC X(1).
                 10  DED-FP-VOL-DAYS     PIC 9(3).
                 10                      PIC X(69).
             05  DED-WC-DATA REDEFINES DED-REC-BODY.
                 10  DED-WC-JOB          PIC X(8).
                 10  DED-WC-DEPT         PIC X(3).
                 10  DED-WC-CLASS        PIC X(4).
                 10  DED-WC-DESC         PIC X(20).
                 10                      PIC X(44).
             05  DED-SU-DATA REDEFINES DED-REC-BODY.
                 10  DED-SU-STATE        PIC X(2).
                 10  DED-SU-PCT          PIC 9V9999.
                 10  DED-SU-LIMIT        PIC 9(7)V99.
                 10  DED-SU-ACCT         PIC X(10).
                 10                      PIC X(53).
             05  DED-RECIP-DATA REDEFINES DED-REC-BODY.
                 10  DED-RECIP-WORK      PIC X(2).
                 10  DED-RECIP-RES       PIC X(2).
                 10                      PIC X(75).

       FD  YTD-MASTER
            RECORD CONTAINS 240 CHARACTERS.

         01  YTD-RECORD.
             05  YTD-EMP-NUM         PIC 9(6).
             05  YTD-QTR-FED-TAX     PIC S9(7)V99 COMP-3.
             05  YTD-QTR-ST-TAX      PIC S9(7)V99 COMP-3.
             05  YTD-QTR-FICA-TAX    PIC S9(7)V99 COMP-3.
             05  YTD-SUPP-GROSS      PIC S9(9)V99 COMP-3.
             05  YTD-SUPP-PERIOD     PIC X(10).
             05  YTD-401K-DED        PIC S9(7)V99 COMP-3.
             05  YTD-S125-DED        PIC S9(7)V99 COMP-3.
             05  YTD-ER-MATCH        PIC S9(7)V99 COMP-3.
             05  YTD-QTR-HOURS       PIC S9(5)V99 COMP-3.
             05  YTD-QTR-OT-PREM     PIC S9(7)V99 COMP-3.
             05  YTD-QTR-HOL-PAY     PIC S9(7)V99 COMP-3.
             05  YTD-WC-CLASS        PIC X(4).
             05  YTD-WC-STATE        PIC X(2).
             05  YTD-QTR-FILED       PIC X(10).
             05  YTD-ST-TAB          OCCURS 3 TIMES
                                     INDEXED BY YST-X.
                 10  YTD-ST-CODE     PIC X(2).
                 10  YTD-ST-WAGES    PIC S9(9)V99 COMP-3.
                 10  YTD-ST-TAX      PIC S9(9)V99 COMP-3.
                 10  YTD-ST-QWAGES   PIC S9(9)V99 COMP-3.
                 10  YTD-ST-QTAX     PIC S9(7)V99 COMP-3.
                 10  YTD-ST-UI-WAGES PIC S9(9)V99 COMP-3.
             05                      PIC X(14).

       FD  QTD-LISTING
            RECORD CONTAINS 132 CHARACTERS.
                 88  BK-SAVINGS           VALUE 'S'.
             05  BK-PRENOTE-STATUS   PIC X(1).
                 88  BK-PRENOTE-PENDING   VALUE 'P'.
                 88  BK-ACCOUNT-ENDED     VALUE 'E'.
                 88  BK-ACCOUNT-RETURNED  VALUE 'R'.
             05  BK-PRENOTE-PERIOD   PIC X(6).

       FD  DEPOSIT-FILE
             05  GM-TAKEN-TO-DATE    PIC S9(9)V99 COMP-3.
             05  GM-ARREARS          PIC S9(7)V99 COMP-3.
             05  GM-LAST-PERIOD      PIC X(10).
             05  GM-ORDER-STATUS     PIC X(1).
                 88  GM-ORDER-ENDED       VALUE 'E'.
             05  GM-END-DATE         PIC X(10).
             05                      PIC X(16).

       FD  REMIT-LISTING
            RECORD CONTAINS 132 CHARACTERS.
             05                      PIC X(74).

       FD  YTD-HISTORY
            RECORD CONTAINS 244 CHARACTERS.

         01  YTD-HIST-RECORD.
             05  YH-CLOSE-YEAR       PIC X(4).
             05  YH-YTD-DATA         PIC X(240).

       FD  CLOSE-CONTROL
            RECORD CONTAINS 80 CHARACTERS.
       FD  TIMECARD-FILE
            RECORD CONTAINS 80 CHARACTERS.

          01  TIMECARD-REC    PIC X(80).

       FD  PAY-HISTORY
            RECORD CONTAINS 120 CHARACTERS.

         01  PAY-HIST-RECORD.
             05  PH-KEY.
             05  PH-GARN-DED         PIC S9(7)V99 COMP-3.
             05  PH-NET-PAY          PIC S9(7)V99 COMP-3.
             05  PH-RETRO            PIC S9(7)V99 COMP-3.
             05  PH-SUPP-PAY         PIC S9(7)V99 COMP-3.
             05  PH-401K-DED         PIC S9(7)V99 COMP-3.
             05  PH-S125-DED         PIC S9(7)V99 COMP-3.
             05  PH-ACH-TRACE        PIC X(15).
             05  PH-ACH-STATUS       PIC X(1).
                 88  PH-ACH-RETURNED      VALUE 'R'.
             05  PH-ST-TAB           OCCURS 2 TIMES
                                     INDEXED BY PHS-X.
                 10  PH-ST-CODE      PIC X(2).
                 10  PH-ST-WAGES     PIC S9(7)V99 COMP-3.
                 10  PH-ST-TAX       PIC S9(7)V99 COMP-3.
             05  PH-ER-MATCH         PIC S9(7)V99 COMP-3.
             05                      PIC X(4).

       FD  CHECK-STOCK
            RECORD CONTAINS 80 CHARACTERS.

         01  CHECK-STOCK-RECORD.
             05  CS-LAST-CHECK-NO    PIC 9(8).
             05  CS-BANK-ACCOUNT     PIC X(17).
             05  CS-LAST-RUN-DATE    PIC X(10).
             05                      PIC X(45).

       FD  CHECK-FILE
            RECORD CONTAINS 132 CHARACTERS.

          01  CHECK-REC       PIC X(132).

       FD  CHECK-REGISTER
            RECORD CONTAINS 132 CHARACTERS.

          01  CHECK-REG-REC   PIC X(132).

       FD  POSPAY-FILE
            RECORD CONTAINS 80 CHARACTERS.

          01  POSPAY-REC      PIC X(80).

       FD  W4-PROFILE
            RECORD CONTAINS 60 CHARACTERS.

         01  W4-RECORD.
             05  W4-EMP-NUM          PIC 9(6).
             05  W4-FED-FILING       PIC X(1).
                 88  W4-FED-SINGLE        VALUE 'S'.
                 88  W4-FED-MARRIED       VALUE 'M'.
                 88  W4-FED-HEAD-HSHLD    VALUE 'H'.
             05  W4-FED-DEP-CREDIT   PIC S9(5)V99 COMP-3.
             05  W4-FED-EXTRA        PIC S9(5)V99 COMP-3.
             05  W4-ST-FILING        PIC X(1).
             05  W4-ST-ALLOW-AMT     PIC S9(5)V99 COMP-3.
             05  W4-ST-EXTRA         PIC S9(5)V99 COMP-3.
             05  W4-EXEMPT           PIC X(1).
                 88  W4-CLAIMS-EXEMPT     VALUE 'Y'.
             05  W4-EXEMPT-EXPIRES   PIC X(10).
             05  W4-LAST-CHANGED     PIC X(10).
             05  W4-WORK-STATE       PIC X(2).
             05  W4-RES-STATE        PIC X(2).
             05                      PIC X(11).

       FD  W4-TRANS
            RECORD CONTAINS 80 CHARACTERS.

         01  W4-TRAN-RECORD.
             05  WT-EMP-NUM          PIC 9(6).
             05  WT-ACTION           PIC X(1).
                 88  WT-ADD               VALUE 'A'.
                 88  WT-CHANGE            VALUE 'C'.
                 88  WT-DELETE            VALUE 'D'.
             05  WT-FED-FILING       PIC X(1).
             05  WT-FED-DEP-CREDIT   PIC 9(5)V99.
             05  WT-FED-EXTRA        PIC 9(5)V99.
             05  WT-ST-FILING        PIC X(1).
             05  WT-ST-ALLOW-AMT     PIC 9(5)V99.
             05  WT-ST-EXTRA         PIC 9(5)V99.
             05  WT-EXEMPT           PIC X(1).
             05  WT-EXEMPT-EXPIRES   PIC X(10).
             05  WT-WORK-STATE       PIC X(2).
             05  WT-RES-STATE        PIC X(2).
             05                      PIC X(28).

       FD  PLAN-CONTRIB
            RECORD CONTAINS 80 CHARACTERS.

          01  PLAN-CONTRIB-REC PIC X(80).

       FD  SEPARATION-FILE
            RECORD CONTAINS 160 CHARACTERS.

          01  SEPARATION-REC  PIC X(160).

       FD  FINAL-PAY-REG
            RECORD CONTAINS 132 CHARACTERS.

          01  FINAL-PAY-REC   PIC X(132).

       FD  ACH-RETURNS
            RECORD CONTAINS 94 CHARACTERS.

         01  ACH-RETURN-RECORD.
             05  AR-RETURN-CODE      PIC X(3).
                 88  AR-RETURN-HANDLED    VALUE 'R01' 'R02' 'R03'.
                 88  AR-NOC-ACCOUNT       VALUE 'C01'.
                 88  AR-NOC-ROUTING       VALUE 'C02'.
             05  AR-RETURN-CODE-R    REDEFINES AR-RETURN-CODE.
                 10  AR-CODE-CLASS   PIC X(1).
                     88  AR-IS-RETURN     VALUE 'R'.
                     88  AR-IS-NOC        VALUE 'C'.
                 10                  PIC X(2).
             05  AR-ORIG-TRACE.
                 10  AR-TRACE-ODFI   PIC X(8).
                 10  AR-TRACE-SEQ    PIC 9(7).
             05  AR-IND-ID           PIC X(15).
             05  AR-IND-ID-R         REDEFINES AR-IND-ID.
                 10  AR-IND-EMPNO    PIC 9(6).
                 10                  PIC X(9).
             05  AR-IND-NAME         PIC X(22).
             05  AR-AMOUNT           PIC 9(8)V99.
             05  AR-CORRECTED-DATA   PIC X(29).
             05  AR-CORR-ACCOUNT-R   REDEFINES AR-CORRECTED-DATA.
                 10  AR-CORR-ACCOUNT PIC X(17).
                 10                  PIC X(12).
             05  AR-CORR-ROUTING-R   REDEFINES AR-CORRECTED-DATA.
                 10  AR-CORR-ROUTING PIC 9(9).
                 10                  PIC X(20).

       FD  ACH-RETURN-REG
            RECORD CONTAINS 132 CHARACTERS.

          01  ACH-RETURN-REC  PIC X(132).

      * ONE RECORD PER TIMECARD PUNCH FROM THE TIME CLOCKS, KEYED BY
      * DEPARTMENT SO THE PYTA APPROVAL TRANSACTION CAN PAGE A
      * MANAGER'S PUNCHES BY EMPLOYEE AND WORK DATE.  THE PAY RUN
      * POSTS ONLY APPROVED PUNCHES AND STAMPS THEM PAID
       FD  TC-APPROVAL
            RECORD CONTAINS 100 CHARACTERS.

         01  TC-APPROVAL-RECORD.
             05  TA-KEY.
                 10  TA-WORKDEPT     PIC X(3).
                 10  TA-EMP-NUM      PIC 9(6).
                 10  TA-WORK-DATE    PIC X(10).
                 10  TA-PROJ-NUM     PIC X(6).
                 10  TA-ACTNO        PIC 9(4).
                 10  TA-SHIFT        PIC X(1).
             05  TA-PUNCH-HOURS      PIC 9(3)V99.
             05  TA-HOURS            PIC 9(3)V99.
             05  TA-STATUS           PIC X(1).
                 88  TA-PENDING           VALUE 'P'.
                 88  TA-APPROVED          VALUE 'A'.
                 88  TA-REJECTED          VALUE 'R'.
                 88  TA-POSTED            VALUE 'X'.
                 88  TA-REJ-CLOSED        VALUE 'C'.
             05  TA-APPROVER         PIC X(6).
             05  TA-ACTION-DATE      PIC X(10).
             05  TA-REASON           PIC X(30).
             05  TA-PAID-PERIOD      PIC X(10).
             05                      PIC X(3).

       FD  CUTOFF-LISTING
            RECORD CONTAINS 132 CHARACTERS.

          01  CUTOFF-REC      PIC X(132).

       FD  WC-LISTING
            RECORD CONTAINS 132 CHARACTERS.

          01  WC-LISTING-REC  PIC X(132).

       FD  WC-EXTRACT
            RECORD CONTAINS 80 CHARACTERS.

          01  WC-EXTRACT-REC  PIC X(80).


       WORKING-STORAGE SECTION.
               88 RUN-MODE-OFFCYCLE     VALUE 'OFFCYC'.
               88 RUN-MODE-CLOSE        VALUE 'CLOSE'.
               88 RUN-MODE-TRIAL        VALUE 'TRIAL'.
               88 RUN-MODE-CUTOFF       VALUE 'CUTOFF'.

           05 WS-CKPT-STATUS      PIC XX.
           05 WS-CHECKPOINT-EMPNO PIC 9(6) VALUE ZERO.
           05 WS-GARN-DED-TOT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-GARN-PICK-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-GARN-MIN-PRI     PIC S9(4) COMP VALUE ZERO.
           05 WS-GARN-MAX-PRI     PIC S9(4) COMP VALUE ZERO.
           05 WS-GARN-BACKOUT     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-GARN-MORE        PIC X VALUE 'N'.
               88 GARN-ORDERS-LEFT      VALUE 'Y'.
           05 WS-GARN-FOUND       PIC X VALUE 'N'.
           05 WS-QTD-TOT-FED      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-QTD-TOT-ST       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-QTD-TOT-FICA     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-QTD-ST-DTL-CNT   PIC S9(6) COMP VALUE ZERO.
           05 WS-QTD-ST-FILED     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-QTR-NUM          PIC 9 VALUE ZERO.
           05 WS-TAX-YEAR         PIC X(4) VALUE SPACES.
           05 WS-YEAR-END-SW      PIC X VALUE 'N'.
               88 YEAR-END-RUN          VALUE 'Y'.
           05 WS-W2-CNT           PIC S9(6) COMP VALUE ZERO.
           05 WS-W2-ST-CNT        PIC S9(6) COMP VALUE ZERO.
           05 WS-PERIOD-END       PIC X(10) VALUE SPACES.
           05 WS-PERIOD-END-R     REDEFINES WS-PERIOD-END.
              10                  PIC XX.
           05 WS-RETRO-AMT        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-RETRO-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.

           05 WS-SUPP-BONUS       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUPP-COMM        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUPP-PAY         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUPP-FED-TAX     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-FED-TAXABLE      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-LABOR-GROSS      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUPP-ONLY-SW     PIC X VALUE 'N'.
               88 SUPP-ONLY-PAY         VALUE 'Y'.

           05 WS-BANK-STATUS      PIC XX VALUE SPACES.
           05 WS-RUN-DATE         PIC 9(6) VALUE ZERO.
           05 WS-RUN-DATE-R       REDEFINES WS-RUN-DATE.
           05 WS-ACH-SEQ          PIC 9(7) VALUE ZERO.
           05 WS-CHECK-PRINT-CNT  PIC 9(6) VALUE ZERO.
           05 WS-CHECK-PRINT-AMT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CHK-STATUS       PIC XX VALUE SPACES.
           05 WS-CHK-STOCK-SW     PIC X VALUE 'N'.
               88 CHECK-STOCK-OPEN      VALUE 'Y'.
           05 WS-CHECK-NO         PIC 9(8) VALUE ZERO.
           05 WS-VOID-CHECK-NO    PIC 9(8) VALUE ZERO.
           05 WS-CHECK-PAYEE      PIC X(30) VALUE SPACES.
           05 WS-CHECK-EMPNO      PIC 9(6) VALUE ZERO.
           05 WS-CHECK-PERIOD     PIC X(10) VALUE SPACES.
           05 WS-CHECK-PRETAX     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-CHECK-SUPP       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-ACH-TRACE-CUR    PIC X(15) VALUE SPACES.
           05 WS-CHKREG-CNT       PIC 9(6) VALUE ZERO.
           05 WS-CHKREG-AMT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PP-ISSUE-CNT     PIC 9(6) VALUE ZERO.
           05 WS-PP-ISSUE-AMT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PP-VOID-CNT      PIC 9(6) VALUE ZERO.
           05 WS-PP-VOID-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-ROUTING-WORK     PIC 9(9).
           05 WS-ROUTING-WORK-R   REDEFINES WS-ROUTING-WORK.
              10 WS-ROUTING-FIRST8 PIC 9(8).
           05 WS-RTN-QUOT         PIC S9(4) COMP VALUE ZERO.
           05 WS-RTN-REM          PIC S9(4) COMP VALUE ZERO.

           05 WS-RET-STATUS       PIC XX VALUE SPACES.
           05 RET-EOF             PIC X VALUE 'F'.
               88 RET-EOF-T             VALUE 'T'.
           05 WS-RET-SW           PIC X VALUE 'V'.
               88 RETURN-VALID          VALUE 'V'.
               88 RETURN-INVALID        VALUE 'I'.
           05 WS-RET-SCAN-SW      PIC X VALUE 'N'.
               88 RET-SCAN-DONE         VALUE 'Y'.
           05 WS-RET-PERIOD       PIC X(10) VALUE SPACES.
           05 WS-RET-ACTION       PIC X(40) VALUE SPACES.
           05 WS-NOC-OLD-ROUTING  PIC 9(9) VALUE ZERO.
           05 WS-NOC-OLD-ACCOUNT  PIC X(17) VALUE SPACES.
           05 WS-TA-STATUS        PIC XX VALUE SPACES.
           05 TA-EOF              PIC X VALUE 'F'.
               88 TA-EOF-T              VALUE 'T'.
           05 WS-TA-DEPT          PIC X(03) VALUE SPACES.
           05 WS-TC-POST-SW       PIC X VALUE 'N'.
               88 TC-PUNCH-POSTED       VALUE 'Y'.
               88 TC-PUNCH-NOT-POSTED   VALUE 'N'.
           05 WS-CUT-DEPT         PIC X(03) VALUE SPACES.
           05 WS-CUT-LAST-EMPNO   PIC 9(6) VALUE ZERO.
           05 WS-CUT-EMPS         PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-CUT-PEND         PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-CUT-PEND-HRS     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-CUT-APPR         PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-CUT-REJ          PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-CUT-OLDEST       PIC X(10) VALUE SPACES.
           05 WS-CUT-DEPTNAME     PIC X(36) VALUE SPACES.
           05 WS-CUT-MGRNO        PIC X(06) VALUE SPACES.
           05 WS-CUT-MGR-LAST     PIC X(15) VALUE SPACES.
           05 WS-CUT-MGR-FIRST    PIC X(12) VALUE SPACES.

           05 WS-W4-STATUS        PIC XX VALUE SPACES.
           05 WS-W4T-STATUS       PIC XX VALUE SPACES.
           05 W4T-EOF             PIC X VALUE 'F'.
               88 W4T-EOF-T             VALUE 'T'.
           05 WS-W4-TRAN-SW       PIC X VALUE 'V'.
               88 W4-TRAN-VALID         VALUE 'V'.
               88 W4-TRAN-INVALID       VALUE 'I'.
           05 WS-W4-EXEMPT-SW     PIC X VALUE 'N'.
               88 W4-EXEMPT-ACTIVE      VALUE 'Y'.
               88 W4-EXEMPT-INACTIVE    VALUE 'N'.
           05 WS-ST-TAXABLE       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TAX-CEILING      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TAX-SLICE        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TAX-WORK         PIC S9(7)V9(6) COMP-3 VALUE ZERO.
           05 WS-FED-CREDIT-PER   PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-ST-ALLOW-PER     PIC S9(5)V99 COMP-3 VALUE ZERO.

           05 WS-YTD-PRIOR-401K   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-YTD-PRIOR-S125   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-YTD-PRIOR-FICA   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PRETAX-401K      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PRETAX-S125      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PRETAX-TOT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-ER-MATCH         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PTX-AMT          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PTX-ROOM         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PTX-MATCH-BASE   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PTX-MATCH        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PLAN-FOUND-X     PIC S9(4) COMP VALUE ZERO.
           05 WS-PTX-CNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-PTX-TAB          OCCURS 10 TIMES
                                  INDEXED BY PTX-X.
              10 WS-PTX-PLAN-X    PIC S9(4) COMP.
              10 WS-PTX-EE-AMT    PIC S9(7)V99 COMP-3.
              10 WS-PTX-ER-AMT    PIC S9(7)V99 COMP-3.

           05 WS-TERM-SW          PIC X VALUE 'N'.
               88 TERM-SETTLEMENT       VALUE 'Y'.
           05 WS-TERM-STATE       PIC X(2) VALUE 'MO'.

           05 WS-HOME-STATE       PIC X(2) VALUE 'MO'.
           05 WS-HOME-ST-ACCT     PIC X(10) VALUE '0999999999'.
           05 WS-WORK-STATE       PIC X(2) VALUE SPACES.
           05 WS-RES-STATE        PIC X(2) VALUE SPACES.
           05 WS-STATE-KEY        PIC X(2) VALUE SPACES.
           05 WS-STX-FOUND-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-WORK-STX-X       PIC S9(4) COMP VALUE ZERO.
           05 WS-RCP-FOUND-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-YST-FOUND-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-YST-EMPTY-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-PHS-FOUND-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-ST-WAGES         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-ST-BRACKET-TAX   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-ST-CREDIT        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUTA-RATE-CUR    PIC S9V9999 COMP-3 VALUE ZERO.
           05 WS-SUTA-LIMIT-CUR   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUTA-PRIOR       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PST-CNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-PST-TAB          OCCURS 2 TIMES
                                  INDEXED BY PST-X.
              10 WS-PST-STATE     PIC X(2).
              10 WS-PST-STX       PIC S9(4) COMP.
              10 WS-PST-WAGES     PIC S9(7)V99 COMP-3.
              10 WS-PST-TAX       PIC S9(7)V99 COMP-3.

           05 WS-OT-PREMIUM       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-WC-HOURS         PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-WC-CLASS         PIC X(4) VALUE SPACES.
           05 WS-WC-EXACT-X       PIC S9(4) COMP VALUE ZERO.
           05 WS-WC-ANY-X         PIC S9(4) COMP VALUE ZERO.
           05 WS-SEP-DATE         PIC X(10) VALUE SPACES.
           05 WS-SEP-REASON       PIC X(8) VALUE SPACES.
           05 WS-SEP-REASON-R     REDEFINES WS-SEP-REASON.
              10 WS-SEP-REASON-TYPE PIC X(1).
              10                  PIC X(7).
           05 WS-SEP-TYPE         PIC X VALUE 'I'.
               88 SEP-VOLUNTARY         VALUE 'V'.
               88 SEP-INVOLUNTARY       VALUE 'I'.
           05 WS-TERM-VAC-HRS     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-SICK-HRS    PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-NEG-HRS     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-REG-PAY     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-VAC-PAY     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-RECOVER     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-UNRECOVERED PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TERM-CHK-BEFORE  PIC 9(6) VALUE ZERO.
           05 WS-TERM-PAY-METHOD  PIC X(5) VALUE SPACES.
           05 WS-FP-RULE          PIC X VALUE SPACES.
               88 FP-RULE-IMMEDIATE     VALUE 'I'.
               88 FP-RULE-DAYS          VALUE 'D'.
               88 FP-RULE-PAYDAY        VALUE 'P'.
           05 WS-FP-DAYS          PIC S9(3) COMP-3 VALUE ZERO.
           05 WS-FP-FOUND-X       PIC S9(4) COMP VALUE ZERO.
           05 WS-DUE-DATE         PIC X(10) VALUE SPACES.
           05 WS-DUE-DATE-R       REDEFINES WS-DUE-DATE.
              10 WS-DUE-YYYY      PIC 9(4).
              10                  PIC X(1).
              10 WS-DUE-MM        PIC 9(2).
              10                  PIC X(1).
              10 WS-DUE-DD        PIC 9(2).
           05 WS-DUE-MONTH-DAYS   PIC 9(2) VALUE ZERO.
           05 WS-LEAP-QUOT        PIC S9(4) COMP VALUE ZERO.
           05 WS-LEAP-REM         PIC S9(4) COMP VALUE ZERO.
           05 WS-MONTH-DAYS-LIST  PIC X(24)
                                  VALUE '312831303130313130313031'.
           05 WS-MONTH-DAYS-R     REDEFINES WS-MONTH-DAYS-LIST.
              10 WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.

      * THE PUNCH BEING EDITED OR POSTED: READ INTO FROM THE TIME
      * CLOCK FILE, OR MOVED FROM THE APPROVAL FILE WHEN AN
      * APPROVED PUNCH IS POSTED
       01  TIMECARD-RECORD.
           05  TC-EMP-NUM          PIC 9(6).
           05  TC-PROJ-NUM         PIC X(6).
           05  TC-ACTNO            PIC 9(4).
           05  TC-WORK-DATE        PIC X(10).
           05  TC-HOURS            PIC 9(3)V99.
           05  TC-SHIFT            PIC X(1).
               88  TC-SHIFT-1           VALUE '1'.
               88  TC-SHIFT-2           VALUE '2'.
               88  TC-SHIFT-3           VALUE '3'.
           05                      PIC X(48).

       01  BALANCE-TOTALS.
           05 WS-BAL-READ-CNT     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-SEG-CNT      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-POST      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-REJ       PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-QUEUED    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-ONFILE    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-DUE       PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-HELD      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-MGRREJ    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TC-PFAIL     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-CUT-DEPTS    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-CUT-PEND     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-CUT-HRS      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-SHIFT-TOT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-VOID-CNT     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-VOID-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-ERFICA-TOT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-FUTA-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-SUTA-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-ST-SPLIT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-SUTA-SPLIT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-GARN-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-SUPP-CNT     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-SUPP-DUP     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-SUPP-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-W4T-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-W4T-APP      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-W4T-REJ      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-W4-DEFAULT   PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-PTX-LIMIT    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-401K-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-S125-TOT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-MATCH-TOT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-CARR-CNT     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-CARR-EE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-CARR-ER      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-TERM-CNT     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TERM-HELD    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TERM-LATE    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-GARN-ENDED   PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-BANK-ENDED   PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-SEP-CNT      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-TERM-VAC-TOT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-TERM-RECOVER PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-TERM-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-RET-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-RET-REISSUE  PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-RET-NOC      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-RET-REJ      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-BAL-RET-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-RET-REIS-AMT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-RET-HELD-AMT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-OOB          PIC X VALUE 'N'.
               88 RUN-OUT-OF-BALANCE    VALUE 'Y'.

              10 WS-PROJ-ACTNO    PIC S9(4) COMP.
              10 WS-PROJ-COST     PIC S9(11)V99 COMP-3.

      * QUARTER WORKERS COMPENSATION PAYROLL BY STATE AND CLASS,
      * KEPT IN STATE/CLASS ORDER AS THE YTD MASTER IS READ
       01  WC-REPORT-FIELDS.
           05 WS-WC-REPORTED      PIC X VALUE 'N'.
               88 WC-REPORT-DONE        VALUE 'Y'.
           05 WS-WCA-KEY.
              10 WS-WCA-KEY-STATE PIC X(2).
              10 WS-WCA-KEY-CLASS PIC X(4).
           05 WS-WCA-FOUND-X      PIC S9(4) COMP VALUE ZERO.
           05 WS-WCA-INS-X        PIC S9(4) COMP VALUE ZERO.
           05 WS-WCA-BASIS        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WC-DIFF          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WC-TOT-HEADS     PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-WC-TOT-HOURS     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-WC-TOT-GROSS     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WC-TOT-OT-PREM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WC-TOT-HOL-PAY   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WC-TOT-BASIS     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WC-EXT-CNT       PIC S9(6) COMP VALUE ZERO.
           05 WS-WC-EXT-GROSS     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WCA-CNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-WCA-TAB          OCCURS 100 TIMES
                                  INDEXED BY WCA-X.
              10 WS-WCA-ID.
                 15 WS-WCA-STATE  PIC X(2).
                 15 WS-WCA-CLASS  PIC X(4).
              10 WS-WCA-DESC      PIC X(20).
              10 WS-WCA-HEADS     PIC S9(7) COMP-3.
              10 WS-WCA-HOURS     PIC S9(9)V99 COMP-3.
              10 WS-WCA-GROSS     PIC S9(11)V99 COMP-3.
              10 WS-WCA-OT-PREM   PIC S9(11)V99 COMP-3.
              10 WS-WCA-HOL-PAY   PIC S9(11)V99 COMP-3.

       01  DEDUCTION-TABLES.
           05 WS-FED-SET          OCCURS 3 TIMES
                                  INDEXED BY FSET-X.
              10 WS-FED-CNT       PIC S9(4) COMP VALUE ZERO.
              10 WS-FED-TAB       OCCURS 10 TIMES
                                  INDEXED BY FED-X.
                 15 WS-FED-FLOOR  PIC S9(7)V99 COMP-3.
                 15 WS-FED-RATE   PIC S9V9999 COMP-3.
           05 WS-STX-CNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-STX-TAB          OCCURS 10 TIMES
                                  INDEXED BY STX-X.
              10 WS-STX-STATE     PIC X(2).
              10 WS-STX-ACCT      PIC X(10).
              10 WS-STX-SUTA-SW   PIC X(1).
                  88 WS-STX-HAS-SUTA    VALUE 'Y'.
              10 WS-STX-SUTA-PCT  PIC S9V9999 COMP-3.
              10 WS-STX-SUTA-LIM  PIC S9(7)V99 COMP-3.
              10 WS-ST-SET        OCCURS 3 TIMES
                                  INDEXED BY SSET-X.
                 15 WS-ST-CNT     PIC S9(4) COMP.
                 15 WS-ST-TAB     OCCURS 10 TIMES
                                  INDEXED BY ST-X.
                    20 WS-ST-FLOOR PIC S9(7)V99 COMP-3.
                    20 WS-ST-RATE PIC S9V9999 COMP-3.
              10 WS-STX-RUN-WH    PIC S9(11)V99 COMP-3.
              10 WS-STX-RUN-SUTA  PIC S9(11)V99 COMP-3.
              10 WS-STX-QTR-CNT   PIC S9(7) COMP-3.
              10 WS-STX-QTR-WAGES PIC S9(11)V99 COMP-3.
              10 WS-STX-QTR-TAX   PIC S9(11)V99 COMP-3.
           05 WS-RECIP-CNT        PIC S9(4) COMP VALUE ZERO.
           05 WS-RECIP-TAB        OCCURS 50 TIMES
                                  INDEXED BY RCP-X.
              10 WS-RECIP-WORK    PIC X(2).
              10 WS-RECIP-RES     PIC X(2).
           05 WS-FICA-PCT         PIC S9V9999 COMP-3 VALUE ZERO.
           05 WS-FICA-LIMIT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUPP-PCT         PIC S9V9999 COMP-3 VALUE ZERO.
           05 WS-FUTA-PCT         PIC S9V9999 COMP-3 VALUE ZERO.
           05 WS-FUTA-LIMIT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-SUTA-PCT         PIC S9V9999 COMP-3 VALUE ZERO.
           05 WS-SUTA-LIMIT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PLAN-CNT         PIC S9(4) COMP VALUE ZERO.
           05 WS-PLAN-TAB         OCCURS 20 TIMES
                                  INDEXED BY PLN-X.
              10 WS-PLAN-CODE     PIC X(3).
              10 WS-PLAN-TYPE     PIC X(1).
                  88 WS-PLAN-401K       VALUE 'K'.
                  88 WS-PLAN-S125       VALUE 'M'.
              10 WS-PLAN-LIMIT    PIC S9(7)V99 COMP-3.
              10 WS-PLAN-MATCH-PCT PIC S9V9999 COMP-3.
              10 WS-PLAN-MATCH-CAP PIC S9V9999 COMP-3.
              10 WS-PLAN-CARRIER  PIC X(10).
              10 WS-PLAN-PART-CNT PIC S9(7) COMP-3.
              10 WS-PLAN-EE-TOT   PIC S9(9)V99 COMP-3.
              10 WS-PLAN-ER-TOT   PIC S9(9)V99 COMP-3.
           05 WS-ELECT-CNT        PIC S9(4) COMP VALUE ZERO.
           05 WS-ELECT-TAB        OCCURS 200 TIMES
                                  INDEXED BY ELE-X.
              10 WS-ELECT-EMPNO   PIC 9(6).
              10 WS-ELECT-PLAN    PIC X(3).
              10 WS-ELECT-METHOD  PIC X(1).
              10 WS-ELECT-PCT     PIC S9V9999 COMP-3.
              10 WS-ELECT-AMT     PIC S9(5)V99 COMP-3.
           05 WS-VOL-CNT          PIC S9(4) COMP VALUE ZERO.
           05 WS-VOL-TAB          OCCURS 200 TIMES
                                  INDEXED BY VOL-X.
              10 WS-REMIT-ORDERS  PIC S9(4) COMP.
              10 WS-REMIT-AMT     PIC S9(9)V99 COMP-3.
           05 WS-REMIT-GRAND      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-FP-CNT           PIC S9(4) COMP VALUE ZERO.
           05 WS-FP-TAB           OCCURS 60 TIMES
                                  INDEXED BY FP-X.
              10 WS-FP-STATE      PIC X(2).
              10 WS-FP-INVOL-RULE PIC X(1).
              10 WS-FP-INVOL-DAYS PIC S9(3) COMP-3.
              10 WS-FP-VOL-RULE   PIC X(1).
              10 WS-FP-VOL-DAYS   PIC S9(3) COMP-3.
           05 WS-WC-CNT           PIC S9(4) COMP VALUE ZERO.
           05 WS-WC-TAB           OCCURS 100 TIMES
                                  INDEXED BY WC-X.
              10 WS-WC-JOB        PIC X(8).
              10 WS-WC-DEPT       PIC X(3).
              10 WS-WC-CLASS-CD   PIC X(4).
              10 WS-WC-DESC       PIC X(20).

        01 TITLE-LINE.
              05                    PIC X(5) VALUE SPACES.
          05                    PIC X(03) VALUE SPACES.
          05 PR-RETRO-AMT       PIC $$,$$$,$$9.99-.

       01 PAYROLL-PRETAX-LINE.
          05 PR-PTX-EMPNO       PIC ZZZZZ9.
          05                    PIC X(04) VALUE SPACES.
          05                    PIC X(14) VALUE 'PRE-TAX  401K '.
          05 PR-PTX-401K        PIC $$$,$$9.99.
          05                    PIC X(09) VALUE '  SEC125 '.
          05 PR-PTX-S125        PIC $$$,$$9.99.
          05                    PIC X(11) VALUE '  ER MATCH '.
          05 PR-PTX-MATCH       PIC $$$,$$9.99.

       01 PAYROLL-SUPP-LINE.
          05 PR-SUPP-EMPNO      PIC ZZZZZ9.
          05                    PIC X(04) VALUE SPACES.
          05                    PIC X(13) VALUE 'SUPPLEMENTAL '.
          05                    PIC X(06) VALUE 'BONUS '.
          05 PR-SUPP-BONUS      PIC $$,$$$,$$9.99.
          05                    PIC X(07) VALUE '  COMM '.
          05 PR-SUPP-COMM       PIC $$,$$$,$$9.99.
          05                    PIC X(09) VALUE '  FED WH '.
          05 PR-SUPP-FED        PIC $$,$$$,$$9.99.

       01 PAYROLL-VOID-LINE.
          05 PR-VOID-EMPNO      PIC ZZZZZ9.
          05                    PIC X(04) VALUE SPACES.

       01 TAX-ST-SUMMARY.
          05                    PIC X(01) VALUE 'S'.
          05 TXS-STATE          PIC X(02).
          05 TXS-ACCT           PIC X(10).
          05 TXS-QTR            PIC 9(01).
          05 TXS-YEAR           PIC X(04).
          05 TXS-EMP-CNT        PIC 9(06).
          05 TXW-FED-TAX        PIC 9(09)V99.
          05 TXW-STATE-TAX      PIC 9(09)V99.
          05 TXW-FICA-TAX       PIC 9(09)V99.
          05 TXW-SUPP-WAGES     PIC 9(09)V99.
          05 TXW-FICA-WAGES     PIC 9(09)V99.
          05 TXW-BOX12-CODE     PIC X(02).
          05 TXW-BOX12-AMT      PIC 9(09)V99.
          05                    PIC X(16) VALUE SPACES.

       01 TAX-ST-EMP-DETAIL.
          05                    PIC X(01) VALUE 'D'.
          05 TXD-STATE          PIC X(02).
          05 TXD-ACCT           PIC X(10).
          05 TXD-EMPNO          PIC 9(06).
          05 TXD-QTR            PIC 9(01).
          05 TXD-YEAR           PIC X(04).
          05 TXD-WAGES          PIC 9(09)V99.
          05 TXD-STATE-TAX      PIC 9(09)V99.
          05                    PIC X(82) VALUE SPACES.

       01 TAX-W2-STATE.
          05                    PIC X(01) VALUE 'R'.
          05 TXR-EMPNO          PIC 9(06).
          05 TXR-YEAR           PIC X(04).
          05 TXR-STATE          PIC X(02).
          05 TXR-ACCT           PIC X(10).
          05 TXR-WAGES          PIC 9(09)V99.
          05 TXR-STATE-TAX      PIC 9(09)V99.
          05                    PIC X(83) VALUE SPACES.

       01 GL-POSTING-LINE.
          05 GL-ACCOUNT         PIC X(08).
          05 GL-AMOUNT          PIC 9(11)V99.
          05 GL-PERIOD-END      PIC X(10).
          05 GL-DESC            PIC X(24).
          05 GL-STATE           PIC X(02) VALUE SPACES.
          05                    PIC X(13) VALUE SPACES.

       01 ACH-BATCH-HEADER.
          05                    PIC X(01) VALUE '5'.
          05 ACH-BC-ODFI        PIC X(08) VALUE '09999999'.
          05 ACH-BC-BATCH-NO    PIC 9(07) VALUE 1.

       01 POSPAY-DETAIL.
          05 PP-REC-TYPE        PIC X(01).
             88 PP-ISSUE              VALUE 'I'.
             88 PP-CANCEL             VALUE 'V'.
          05 PP-ACCOUNT         PIC X(17).
          05 PP-CHECK-NO        PIC 9(10).
          05 PP-AMOUNT          PIC 9(08)V99.
          05 PP-ISSUE-DATE      PIC X(10).
          05 PP-PAYEE           PIC X(30).
          05                    PIC X(02) VALUE SPACES.

       01 POSPAY-TRAILER.
          05                    PIC X(01) VALUE 'T'.
          05 PP-TR-ACCOUNT      PIC X(17).
          05 PP-TR-ISSUE-CNT    PIC 9(06).
          05 PP-TR-ISSUE-AMT    PIC 9(10)V99.
          05 PP-TR-CANCEL-CNT   PIC 9(06).
          05 PP-TR-CANCEL-AMT   PIC 9(10)V99.
          05                    PIC X(26) VALUE SPACES.

       01 PAYSTUB-DETAIL-LINE.
          05 PS-EMPNO           PIC 9(06).
          05 PS-GROSS           PIC 9(7)V99.
          05 PS-RETRO           PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 PS-VAC-BAL         PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PS-SICK-BAL        PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 PS-SUPP-PAY        PIC 9(7)V99.
          05 PS-PRETAX-DED      PIC 9(7)V99.
          05 PS-ER-MATCH        PIC 9(7)V99.

       01 AUDIT-HEADING-LINE.
          05                    PIC X(06) VALUE 'EMPNUM'.
          05                    PIC X(03) VALUE SPACES.
          05 BKAU-NOTE          PIC X(20).

       01 PLAN-CONTRIB-DETAIL.
          05 PC-REC-TYPE        PIC X(01) VALUE 'D'.
          05 PC-PLAN-CODE       PIC X(03).
          05 PC-CARRIER         PIC X(10).
          05 PC-EMPNO           PIC 9(06).
          05 PC-PERIOD-END      PIC X(10).
          05 PC-EE-AMT          PIC 9(07)V99.
          05 PC-ER-AMT          PIC 9(07)V99.
          05 PC-YTD-EE-AMT      PIC 9(07)V99.
          05                    PIC X(23) VALUE SPACES.

       01 PLAN-CONTRIB-TRAILER.
          05                    PIC X(01) VALUE 'T'.
          05 PC-TR-PLAN-CODE    PIC X(03).
          05 PC-TR-CARRIER      PIC X(10).
          05 PC-TR-PERIOD-END   PIC X(10).
          05 PC-TR-PART-CNT     PIC 9(06).
          05 PC-TR-EE-AMT       PIC 9(09)V99.
          05 PC-TR-ER-AMT       PIC 9(09)V99.
          05                    PIC X(28) VALUE SPACES.

       01 W4-AUDIT-LINE.
          05 W4AU-EMPNO         PIC X(06).
          05                    PIC X(03) VALUE SPACES.
          05 W4AU-ACTION        PIC X(14).
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(04) VALUE 'FED '.
          05 W4AU-FED-FILING    PIC X(01).
          05                    PIC X(01) VALUE SPACES.
          05 W4AU-FED-DEP       PIC ZZ,ZZ9.99.
          05                    PIC X(01) VALUE SPACES.
          05 W4AU-FED-EXTRA     PIC ZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(03) VALUE 'ST '.
          05 W4AU-ST-FILING     PIC X(01).
          05                    PIC X(01) VALUE SPACES.
          05 W4AU-ST-ALLOW      PIC ZZ,ZZ9.99.
          05                    PIC X(01) VALUE SPACES.
          05 W4AU-ST-EXTRA      PIC ZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(07) VALUE 'EXEMPT '.
          05 W4AU-EXEMPT        PIC X(01).
          05                    PIC X(01) VALUE SPACES.
          05 W4AU-EXEMPT-EXP    PIC X(10).
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(05) VALUE 'WORK '.
          05 W4AU-WORK-STATE    PIC X(02).
          05                    PIC X(05) VALUE ' RES '.
          05 W4AU-RES-STATE     PIC X(02).

       01 CHECK-STUB-ID-LINE.
          05                    PIC X(09) VALUE 'EMPLOYEE '.
          05 CK-STUB-EMPNO      PIC 9(06).
          05                    PIC X(02) VALUE SPACES.
          05 CK-STUB-NAME       PIC X(30).
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(14) VALUE 'PERIOD ENDING '.
          05 CK-STUB-PERIOD     PIC X(10).
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(09) VALUE 'CHECK NO '.
          05 CK-STUB-CHECK-NO   PIC 9(08).

       01 CHECK-STUB-HEAD-LINE.
          05                    PIC X(14) VALUE '         GROSS'.
          05                    PIC X(14) VALUE '  SUPPLEMENTAL'.
          05                    PIC X(14) VALUE '       PRE-TAX'.
          05                    PIC X(14) VALUE '       FED TAX'.
          05                    PIC X(14) VALUE '     STATE TAX'.
          05                    PIC X(14) VALUE '          FICA'.
          05                    PIC X(14) VALUE '     VOLUNTARY'.
          05                    PIC X(14) VALUE '   GARNISHMENT'.
          05                    PIC X(14) VALUE '       NET PAY'.

       01 CHECK-STUB-AMT-LINE.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-GROSS      PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-SUPP       PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-PRETAX     PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-FED        PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-STATE      PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-FICA       PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-VOL        PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-GARN       PIC $$,$$$,$$9.99.
          05                    PIC X(01) VALUE SPACES.
          05 CK-STUB-NET        PIC $$,$$$,$$9.99.

       01 CHECK-FACE-NO-LINE.
          05                    PIC X(60) VALUE SPACES.
          05                    PIC X(09) VALUE 'CHECK NO '.
          05 CK-FACE-CHECK-NO   PIC 9(08).
          05                    PIC X(03) VALUE SPACES.
          05                    PIC X(05) VALUE 'DATE '.
          05 CK-FACE-DATE       PIC X(10).

       01 CHECK-FACE-PAY-LINE.
          05                    PIC X(20) VALUE
            'PAY TO THE ORDER OF '.
          05 CK-FACE-PAYEE      PIC X(30).
          05                    PIC X(19) VALUE SPACES.
          05 CK-FACE-AMOUNT     PIC $*,***,**9.99.

       01 CHECK-FACE-MEMO-LINE.
          05                    PIC X(09) VALUE 'EMPLOYEE '.
          05 CK-FACE-EMPNO      PIC 9(06).
          05                    PIC X(03) VALUE SPACES.
          05                    PIC X(22) VALUE
            'NET PAY PERIOD ENDING '.
          05 CK-FACE-PERIOD     PIC X(10).
          05                    PIC X(19) VALUE SPACES.
          05                    PIC X(18) VALUE
            'VOID AFTER 90 DAYS'.

       01 CHKREG-TITLE-LINE.
          05                    PIC X(30) VALUE
            'CHECK REGISTER  PERIOD ENDING '.
          05 CR-TITLE-PERIOD    PIC X(10).

       01 CHKREG-HEADING-LINE.
          05                    PIC X(08) VALUE 'CHECK NO'.
          05                    PIC X(03) VALUE SPACES.
          05                    PIC X(06) VALUE 'EMPNUM'.
          05                    PIC X(03) VALUE SPACES.
          05                    PIC X(30) VALUE 'PAYEE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(13) VALUE '        GROSS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(14) VALUE '      NET PAY'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(06) VALUE 'STATUS'.

       01 CHKREG-DETAIL-LINE.
          05 CR-CHECK-NO        PIC 9(08).
          05                    PIC X(03) VALUE SPACES.
          05 CR-EMPNO           PIC 9(06).
          05                    PIC X(03) VALUE SPACES.
          05 CR-PAYEE           PIC X(30).
          05                    PIC X(02) VALUE SPACES.
          05 CR-GROSS           PIC $$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 CR-NET             PIC $$,$$$,$$9.99-.
          05                    PIC X(02) VALUE SPACES.
          05 CR-STATUS          PIC X(08).

       01 CHKREG-TOTAL-LINE.
          05 CR-TOT-CAPTION     PIC X(20).
          05 CR-TOT-CNT         PIC ZZZ,ZZ9.
          05                    PIC X(03) VALUE SPACES.
          05 CR-TOT-AMT         PIC $$$,$$$,$$9.99.

       01 FINAL-PAY-TITLE-LINE.
          05                    PIC X(34) VALUE
            'FINAL PAY REGISTER  PERIOD ENDING '.
          05 FP-TITLE-PERIOD    PIC X(10).

       01 FINAL-PAY-HEAD-LINE.
          05                    PIC X(06) VALUE 'EMPNUM'.
          05                    PIC X(03) VALUE SPACES.
          05                    PIC X(30) VALUE 'EMPLOYEE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'SEPARATED'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(08) VALUE 'REASON'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(11) VALUE 'SEPARATION'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(02) VALUE 'ST'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(05) VALUE 'PAID'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'DUE DATE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'PAID DATE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(07) VALUE 'STATUS'.

       01 FINAL-PAY-AMT-HEAD-LINE.
          05                    PIC X(09) VALUE SPACES.
          05                    PIC X(06) VALUE ' HOURS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE ' HOURS PAY'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(09) VALUE 'VAC HOURS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'VAC PAYOUT'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(09) VALUE 'SICK FORF'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE ' RECOVERED'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE '     GROSS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(11) VALUE '    NET PAY'.

       01 FINAL-PAY-DETAIL-LINE.
          05 FP-EMPNO           PIC 9(06).
          05                    PIC X(03) VALUE SPACES.
          05 FP-NAME            PIC X(30).
          05                    PIC X(02) VALUE SPACES.
          05 FP-SEP-DATE        PIC X(10).
          05                    PIC X(02) VALUE SPACES.
          05 FP-REASON          PIC X(08).
          05                    PIC X(02) VALUE SPACES.
          05 FP-SEP-TYPE        PIC X(11).
          05                    PIC X(02) VALUE SPACES.
          05 FP-STATE           PIC X(02).
          05                    PIC X(02) VALUE SPACES.
          05 FP-METHOD          PIC X(05).
          05                    PIC X(02) VALUE SPACES.
          05 FP-DUE-DATE        PIC X(10).
          05                    PIC X(02) VALUE SPACES.
          05 FP-PAID-DATE       PIC X(10).
          05                    PIC X(02) VALUE SPACES.
          05 FP-STATUS          PIC X(07).

       01 FINAL-PAY-AMT-LINE.
          05                    PIC X(09) VALUE SPACES.
          05 FP-HOURS           PIC ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-HOURS-PAY       PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-VAC-HRS         PIC ZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-VAC-PAY         PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-SICK-HRS        PIC ZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-RECOVERED       PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-GROSS           PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 FP-NET             PIC ZZZ,ZZ9.99-.

       01 FINAL-PAY-TOTAL-LINE.
          05 FP-TOT-CAPTION     PIC X(26).
          05 FP-TOT-CNT         PIC ZZZ,ZZ9.
          05                    PIC X(03) VALUE SPACES.
          05 FP-TOT-AMT         PIC $$$,$$$,$$9.99.

       01 SEPARATION-NOTICE.
          05 SN-EMPNO           PIC 9(06).
          05 SN-LASTNAME        PIC X(15).
          05 SN-FIRSTNAME       PIC X(12).
          05 SN-WORKDEPT        PIC X(03).
          05 SN-JOB             PIC X(08).
          05 SN-HIREDATE        PIC X(10).
          05 SN-SEP-DATE        PIC X(10).
          05 SN-SEP-REASON      PIC X(08).
          05 SN-SEP-TYPE        PIC X(01).
          05 SN-STATE           PIC X(02).
          05 SN-FINAL-GROSS     PIC 9(07)V99.
          05 SN-VAC-HRS-PAID    PIC 9(05)V99.
          05 SN-VAC-PAY         PIC 9(07)V99.
          05 SN-SICK-HRS-FORF   PIC 9(05)V99.
          05 SN-RECOVERED       PIC 9(07)V99.
          05 SN-FINAL-NET       PIC 9(07)V99.
          05 SN-PAY-METHOD      PIC X(05).
          05 SN-PAY-DATE        PIC X(10).
          05 SN-DUE-DATE        PIC X(10).
          05 SN-ON-TIME         PIC X(01).
          05                    PIC X(09) VALUE SPACES.

       01 RETURN-TITLE-LINE.
          05                    PIC X(36) VALUE
            'ACH RETURNS REGISTER  PERIOD ENDING '.
          05 RR-TITLE-PERIOD    PIC X(10).

       01 RETURN-HEAD-LINE.
          05                    PIC X(06) VALUE 'EMPNUM'.
          05                    PIC X(03) VALUE SPACES.
          05                    PIC X(22) VALUE 'NAME ON ENTRY'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(15) VALUE 'TRACE NUMBER'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(04) VALUE 'CODE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'PAY PERIOD'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE '    AMOUNT'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(40) VALUE 'ACTION TAKEN'.

       01 RETURN-DETAIL-LINE.
          05 RR-EMPNO           PIC X(06).
          05                    PIC X(03) VALUE SPACES.
          05 RR-NAME            PIC X(22).
          05                    PIC X(02) VALUE SPACES.
          05 RR-TRACE           PIC X(15).
          05                    PIC X(02) VALUE SPACES.
          05 RR-CODE            PIC X(04).
          05                    PIC X(02) VALUE SPACES.
          05 RR-PERIOD          PIC X(10).
          05                    PIC X(02) VALUE SPACES.
          05 RR-AMOUNT          PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 RR-ACTION          PIC X(40).

       01 RETURN-TOTAL-LINE.
          05 RR-TOT-CAPTION     PIC X(26).
          05 RR-TOT-CNT         PIC ZZZ,ZZ9.
          05                    PIC X(03) VALUE SPACES.
          05 RR-TOT-AMT         PIC $$$,$$$,$$9.99.

       01 CUTOFF-TITLE-LINE.
          05                    PIC X(40) VALUE
            'TIMECARD APPROVAL CUTOFF  PERIOD ENDING '.
          05 CT-TITLE-PERIOD    PIC X(10).

       01 CUTOFF-HEAD-LINE.
          05                    PIC X(04) VALUE 'DEPT'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(24) VALUE 'DEPARTMENT NAME'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(06) VALUE 'MGR NO'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(28) VALUE 'MANAGER'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(09) VALUE 'EMPLOYEES'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(07) VALUE 'PENDING'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(09) VALUE '    HOURS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'OLDEST'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(08) VALUE 'APPROVED'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(08) VALUE 'REJECTED'.

       01 CUTOFF-DETAIL-LINE.
          05 CT-DEPT            PIC X(04).
          05                    PIC X(02) VALUE SPACES.
          05 CT-DEPTNAME        PIC X(24).
          05                    PIC X(02) VALUE SPACES.
          05 CT-MGRNO           PIC X(06).
          05                    PIC X(02) VALUE SPACES.
          05 CT-MGRNAME         PIC X(28).
          05                    PIC X(04) VALUE SPACES.
          05 CT-EMPS            PIC ZZZ,ZZ9.
          05                    PIC X(02) VALUE SPACES.
          05 CT-PEND            PIC ZZZ,ZZ9.
          05                    PIC X(02) VALUE SPACES.
          05 CT-HOURS           PIC ZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 CT-OLDEST          PIC X(10).
          05                    PIC X(03) VALUE SPACES.
          05 CT-APPR            PIC ZZZ,ZZ9.
          05                    PIC X(03) VALUE SPACES.
          05 CT-REJ             PIC ZZZ,ZZ9.

       01 CUTOFF-TOTAL-LINE.
          05 CT-TOT-CAPTION     PIC X(34).
          05 CT-TOT-CNT         PIC ZZZ,ZZ9.
          05                    PIC X(03) VALUE SPACES.
          05 CT-TOT-HRS         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 WC-TITLE-LINE.
          05                    PIC X(47) VALUE
            'WORKERS COMPENSATION PAYROLL BY CLASS  QUARTER '.
          05 WCT-QTR            PIC 9(01).
          05                    PIC X(01) VALUE SPACES.
          05 WCT-YEAR           PIC X(04).

       01 WC-HEAD-LINE.
          05                    PIC X(02) VALUE 'ST'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(06) VALUE 'CLASS'.
          05                    PIC X(20) VALUE 'DESCRIPTION'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(07) VALUE 'EMPLOYS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE '     HOURS'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(14) VALUE '   GROSS WAGES'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(13) VALUE '   OT PREMIUM'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(13) VALUE '  HOLIDAY PAY'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(14) VALUE ' PREMIUM BASIS'.

       01 WC-DETAIL-LINE.
          05 WCD-STATE          PIC X(02).
          05                    PIC X(02) VALUE SPACES.
          05 WCD-CLASS          PIC X(04).
          05                    PIC X(02) VALUE SPACES.
          05 WCD-DESC           PIC X(20).
          05                    PIC X(02) VALUE SPACES.
          05 WCD-HEADS          PIC ZZZ,ZZ9.
          05                    PIC X(02) VALUE SPACES.
          05 WCD-HOURS          PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCD-GROSS          PIC $$$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCD-OT-PREM        PIC $$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCD-HOL-PAY        PIC $$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCD-BASIS          PIC $$$,$$$,$$9.99-.

       01 WC-TOTAL-LINE.
          05                    PIC X(30) VALUE
            'TOTAL ALL STATES AND CLASSES'.
          05                    PIC X(02) VALUE SPACES.
          05 WCT-HEADS          PIC ZZZ,ZZ9.
          05                    PIC X(02) VALUE SPACES.
          05 WCT-HOURS          PIC ZZZ,ZZ9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCT-GROSS          PIC $$$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCT-OT-PREM        PIC $$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCT-HOL-PAY        PIC $$,$$$,$$9.99.
          05                    PIC X(02) VALUE SPACES.
          05 WCT-BASIS          PIC $$$,$$$,$$9.99-.

       01 WC-RECON-LINE.
          05 WCR-CAPTION        PIC X(34).
          05                    PIC X(03) VALUE SPACES.
          05 WCR-AMOUNT         PIC $$,$$$,$$$,$$9.99-.

       01 WC-EXTRACT-DETAIL.
          05                    PIC X(01) VALUE 'D'.
          05 WCX-YEAR           PIC X(04).
          05 WCX-QTR            PIC 9(01).
          05 WCX-STATE          PIC X(02).
          05 WCX-CLASS          PIC X(04).
          05 WCX-HEADS          PIC 9(05).
          05 WCX-HOURS          PIC 9(07)V99.
          05 WCX-GROSS          PIC 9(09)V99.
          05 WCX-OT-PREM        PIC 9(07)V99.
          05 WCX-HOL-PAY        PIC 9(07)V99.
          05 WCX-BASIS          PIC 9(09)V99.
          05                    PIC X(14) VALUE SPACES.

       01 WC-EXTRACT-TRAILER.
          05                    PIC X(01) VALUE 'T'.
          05 WCX-TR-YEAR        PIC X(04).
          05 WCX-TR-QTR         PIC 9(01).
          05 WCX-TR-LINES       PIC 9(05).
          05 WCX-TR-HEADS       PIC 9(07).
          05 WCX-TR-HOURS       PIC 9(09)V99.
          05 WCX-TR-GROSS       PIC 9(11)V99.
          05 WCX-TR-EXCLUDED    PIC 9(11)V99.
          05 WCX-TR-BASIS       PIC 9(11)V99.
          05                    PIC X(12) VALUE SPACES.

       01 EXTRACT-DETAIL-LINE.
          05 EXT-EMPNO          PIC X(06).
          05 EXT-DELIM1         PIC X VALUE ','.
              PERFORM 178-CLOSE-RUN-EOJ
           END-IF.

           IF RUN-MODE-CUTOFF
              IF NOT JOB-ABORTED
                 PERFORM 138-PROCESS-TIMECARDS
              END-IF
              PERFORM 178-CLOSE-RUN-EOJ
           END-IF.

           IF NOT (RUN-MODE-LOAD OR RUN-MODE-BOTH
                   OR RUN-MODE-OFFCYCLE OR RUN-MODE-TRIAL)
              MOVE 'NO' TO MORE-RECORDS
           ACCEPT WS-RUN-MODE FROM SYSIN.
           IF NOT (RUN-MODE-LOAD OR RUN-MODE-REPORT
                   OR RUN-MODE-BOTH OR RUN-MODE-OFFCYCLE
                   OR RUN-MODE-CLOSE OR RUN-MODE-TRIAL
                   OR RUN-MODE-CUTOFF)
              MOVE 'BOTH' TO WS-RUN-MODE
           END-IF.

           OPEN  OUTPUT TAX-FILING
           OPEN  OUTPUT GL-POSTING
           OPEN  OUTPUT REMIT-LISTING
           OPEN  OUTPUT VARIANCE-LISTING
           OPEN  OUTPUT CHECK-FILE
           OPEN  OUTPUT CHECK-REGISTER
           OPEN  OUTPUT FINAL-PAY-REG
           OPEN  OUTPUT ACH-RETURN-REG
           OPEN  OUTPUT CUTOFF-LISTING
           OPEN  OUTPUT WC-LISTING
           OPEN  OUTPUT WC-EXTRACT.

           IF RUN-MODE-TRIAL
              OPEN INPUT EMPLOYEE-DATA
              OPEN INPUT YTD-MASTER
              OPEN INPUT GARN-MASTER
              OPEN INPUT LEAVE-MASTER
              OPEN INPUT W4-PROFILE
           ELSE
             IF RUN-MODE-LOAD OR RUN-MODE-BOTH
                OR RUN-MODE-OFFCYCLE
                OPEN INPUT EMPLOYEE-DATA
                OPEN I-O BANK-DETAIL
                OPEN  OUTPUT DEPOSIT-FILE
                OPEN  OUTPUT POSPAY-FILE
                OPEN I-O YTD-MASTER
                OPEN I-O GARN-MASTER
                OPEN I-O LEAVE-MASTER
                OPEN I-O PAY-HISTORY
                OPEN I-O W4-PROFILE
                OPEN  OUTPUT PLAN-CONTRIB
                OPEN  OUTPUT SEPARATION-FILE
             END-IF
           END-IF.

               IF NOT JOB-ABORTED AND NOT RUN-MODE-TRIAL
                  PERFORM 104-INIT-ACH
               END-IF
               IF NOT JOB-ABORTED AND NOT RUN-MODE-TRIAL
                  PERFORM 127-READ-CHECK-STOCK
               END-IF
               IF NOT JOB-ABORTED AND NOT RUN-MODE-TRIAL
                  PERFORM 114-PROCESS-BANK-TRANS
               END-IF
               IF NOT JOB-ABORTED
                  PERFORM 106-CHECK-YTD-OPEN
               END-IF
               IF NOT JOB-ABORTED AND NOT RUN-MODE-TRIAL
                  PERFORM 146-PROCESS-W4-TRANS
               END-IF
               IF NOT JOB-ABORTED AND NOT RUN-MODE-TRIAL
                  PERFORM 105-CHECK-RESTART
               END-IF
             END-IF
           END-IF.

           IF RUN-MODE-CUTOFF
              PERFORM 109-READ-CALENDAR
           END-IF.

           IF RUN-MODE-TRIAL
              PERFORM 125-PRINT-VAR-HEADINGS
           END-IF.

           PERFORM 122-PRINT-PAYROLL-HEADINGS.
           PERFORM 126-PRINT-CHECK-REG-HEADINGS.
           PERFORM 140-PRINT-FINAL-PAY-HEADINGS.
           PERFORM 180-PRINT-RETURN-HEADINGS.

           IF NOT JOB-ABORTED
              AND (RUN-MODE-LOAD OR RUN-MODE-BOTH
                   OR RUN-MODE-OFFCYCLE)
              PERFORM 182-PROCESS-ACH-RETURNS
           END-IF.

      ***************************************************************
      * 101-LOAD-DEDUCTIONS.
      *  - LOAD THE DEDUCTION MASTER INTO THE WORKING-STORAGE TAX
      *    BRACKET, FICA AND VOLUNTARY DEDUCTION TABLES BEFORE ANY
      *    WAGES ARE CALCULATED.  THE HOME STATE IS ALWAYS THE FIRST
      *    ENTRY OF THE STATE TABLE SO AN EMPLOYEE WITH NO WORK STATE
      *    OR AN UNKNOWN ONE CAN FALL BACK TO IT
      ***************************************************************
       101-LOAD-DEDUCTIONS.
           OPEN INPUT DEDUCT-MASTER.
              PERFORM 333-WRITE-DB-EXCEPTION
              SET JOB-ABORTED TO TRUE
           ELSE
              MOVE WS-HOME-STATE TO WS-STATE-KEY
              PERFORM 409-ADD-STATE
              MOVE WS-HOME-ST-ACCT TO WS-STX-ACCT (1)
              PERFORM UNTIL DED-EOF-T
                 READ DEDUCT-MASTER
                     AT END
      * 102-STORE-DEDUCTION.
      *  - FILE ONE DEDUCTION MASTER RECORD INTO ITS TABLE.  RECORDS
      *    WITH AN UNKNOWN TYPE OR THAT OVERFLOW A TABLE GO TO THE
      *    EXCEPTION REPORT INSTEAD OF BEING DROPPED SILENTLY.
      *    BRACKET RECORDS CARRY A FILING STATUS (S, M OR H, BLANK
      *    READS AS SINGLE) AND LOAD INTO THAT STATUS'S BRACKET SET.
      *    STATE BRACKETS ALSO CARRY THE STATE CODE (BLANK = THE HOME
      *    STATE).  STATE UNEMPLOYMENT RECORDS (U) GIVE A STATE'S SUTA
      *    RATE, WAGE BASE AND EMPLOYER ACCOUNT; A STATE WITHOUT ONE
      *    USES THE EMPLOYER RATE RECORD (E).  RECIPROCITY RECORDS (R)
      *    NAME A WORK STATE THAT WITHHOLDS ONLY FOR A RESIDENT OF THE
      *    OTHER STATE.
      *    PRE-TAX PLAN RECORDS (Q) DEFINE A 401(K) OR SECTION 125
      *    PLAN; ELECTION RECORDS (T) ENROLL AN EMPLOYEE IN ONE
      *    OF THOSE PLANS.  FINAL PAY RULE RECORDS (X) GIVE EACH
      *    STATE'S DEADLINE FOR A SEPARATED EMPLOYEE'S LAST PAY
      ***************************************************************
       102-STORE-DEDUCTION.
           EVALUATE TRUE
               WHEN DED-FED-BRACKET
                 EVALUATE DED-BRACKET-FILING
                     WHEN 'M'
                       SET FSET-X TO 2
                     WHEN 'H'
                       SET FSET-X TO 3
                     WHEN OTHER
                       SET FSET-X TO 1
                 END-EVALUATE
                 IF WS-FED-CNT (FSET-X) < 10
                    ADD 1 TO WS-FED-CNT (FSET-X)
                    SET FED-X TO WS-FED-CNT (FSET-X)
                    MOVE DED-BRACKET-FLOOR
                        TO WS-FED-FLOOR (FSET-X, FED-X)
                    MOVE DED-BRACKET-RATE
                        TO WS-FED-RATE (FSET-X, FED-X)
                 ELSE
                    MOVE 'FEDERAL BRACKET TABLE FULL, SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN DED-STATE-BRACKET
                 MOVE DED-BRACKET-STATE TO WS-STATE-KEY
                 PERFORM 409-ADD-STATE
                 EVALUATE DED-BRACKET-FILING
                     WHEN 'M'
                       SET SSET-X TO 2
                     WHEN 'H'
                       SET SSET-X TO 3
                     WHEN OTHER
                       SET SSET-X TO 1
                 END-EVALUATE
                 IF WS-STX-FOUND-X = ZERO
                    MOVE 'STATE TABLE FULL, BRACKET SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 ELSE
                    SET STX-X TO WS-STX-FOUND-X
                    IF WS-ST-CNT (STX-X, SSET-X) < 10
                       ADD 1 TO WS-ST-CNT (STX-X, SSET-X)
                       SET ST-X TO WS-ST-CNT (STX-X, SSET-X)
                       MOVE DED-BRACKET-FLOOR
                           TO WS-ST-FLOOR (STX-X, SSET-X, ST-X)
                       MOVE DED-BRACKET-RATE
                           TO WS-ST-RATE (STX-X, SSET-X, ST-X)
                    ELSE
                       MOVE 'STATE BRACKET TABLE FULL, SKIPPED'
                           TO WS-REJECT-REASON
                       PERFORM 103-WRITE-DED-EXCEPTION
                    END-IF
                 END-IF
               WHEN DED-STATE-SUTA
                 MOVE DED-SU-STATE TO WS-STATE-KEY
                 PERFORM 409-ADD-STATE
                 IF WS-STX-FOUND-X = ZERO
                    MOVE 'STATE TABLE FULL, SUTA RATE SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 ELSE
                    SET STX-X TO WS-STX-FOUND-X
                    MOVE 'Y' TO WS-STX-SUTA-SW (STX-X)
                    MOVE DED-SU-PCT TO WS-STX-SUTA-PCT (STX-X)
                    MOVE DED-SU-LIMIT TO WS-STX-SUTA-LIM (STX-X)
                    IF DED-SU-ACCT NOT = SPACES
                       MOVE DED-SU-ACCT TO WS-STX-ACCT (STX-X)
                    END-IF
                 END-IF
               WHEN DED-RECIPROCITY
                 IF WS-RECIP-CNT < 50
                    ADD 1 TO WS-RECIP-CNT
                    SET RCP-X TO WS-RECIP-CNT
                    MOVE DED-RECIP-WORK TO WS-RECIP-WORK (RCP-X)
                    MOVE DED-RECIP-RES TO WS-RECIP-RES (RCP-X)
                 ELSE
                    MOVE 'RECIPROCITY TABLE FULL, SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN DED-FICA-RATE
                 MOVE DED-FICA-PCT TO WS-FICA-PCT
                 MOVE DED-FICA-LIMIT TO WS-FICA-LIMIT
               WHEN DED-SUPPLEMENTAL
                 MOVE DED-SUPP-PCT TO WS-SUPP-PCT
               WHEN DED-PRETAX-PLAN
                 IF WS-PLAN-CNT < 20
                    ADD 1 TO WS-PLAN-CNT
                    SET PLN-X TO WS-PLAN-CNT
                    MOVE DED-PLAN-CODE TO WS-PLAN-CODE (PLN-X)
                    MOVE DED-PLAN-TYPE TO WS-PLAN-TYPE (PLN-X)
                    MOVE DED-PLAN-LIMIT TO WS-PLAN-LIMIT (PLN-X)
                    MOVE DED-PLAN-MATCH-PCT
                        TO WS-PLAN-MATCH-PCT (PLN-X)
                    MOVE DED-PLAN-MATCH-CAP
                        TO WS-PLAN-MATCH-CAP (PLN-X)
                    MOVE DED-PLAN-CARRIER TO WS-PLAN-CARRIER (PLN-X)
                    MOVE ZEROS TO WS-PLAN-PART-CNT (PLN-X)
                    MOVE ZEROS TO WS-PLAN-EE-TOT (PLN-X)
                    MOVE ZEROS TO WS-PLAN-ER-TOT (PLN-X)
                 ELSE
                    MOVE 'PRE-TAX PLAN TABLE FULL, SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN DED-PRETAX-ELECT
                 IF WS-ELECT-CNT < 200
                    ADD 1 TO WS-ELECT-CNT
                    SET ELE-X TO WS-ELECT-CNT
                    MOVE DED-ELECT-EMPNO TO WS-ELECT-EMPNO (ELE-X)
                    MOVE DED-ELECT-PLAN TO WS-ELECT-PLAN (ELE-X)
                    MOVE DED-ELECT-METHOD TO WS-ELECT-METHOD (ELE-X)
                    MOVE DED-ELECT-PCT TO WS-ELECT-PCT (ELE-X)
                    MOVE DED-ELECT-AMOUNT TO WS-ELECT-AMT (ELE-X)
                 ELSE
                    MOVE 'PRE-TAX ELECTION TABLE FULL, SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN DED-EMPLOYER-RATE
                 MOVE DED-ER-FUTA-PCT TO WS-FUTA-PCT
                 MOVE DED-ER-FUTA-LIMIT TO WS-FUTA-LIMIT
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN DED-FINAL-PAY-RULE
                 IF WS-FP-CNT < 60
                    ADD 1 TO WS-FP-CNT
                    SET FP-X TO WS-FP-CNT
                    MOVE DED-FP-STATE TO WS-FP-STATE (FP-X)
                    MOVE DED-FP-INVOL-RULE TO WS-FP-INVOL-RULE (FP-X)
                    MOVE DED-FP-INVOL-DAYS TO WS-FP-INVOL-DAYS (FP-X)
                    MOVE DED-FP-VOL-RULE TO WS-FP-VOL-RULE (FP-X)
                    MOVE DED-FP-VOL-DAYS TO WS-FP-VOL-DAYS (FP-X)
                 ELSE
                    MOVE 'FINAL PAY RULE TABLE FULL, SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN DED-WC-CROSSWALK
                 IF WS-WC-CNT < 100
                    ADD 1 TO WS-WC-CNT
                    SET WC-X TO WS-WC-CNT
                    MOVE DED-WC-JOB TO WS-WC-JOB (WC-X)
                    MOVE DED-WC-DEPT TO WS-WC-DEPT (WC-X)
                    MOVE DED-WC-CLASS TO WS-WC-CLASS-CD (WC-X)
                    MOVE DED-WC-DESC TO WS-WC-DESC (WC-X)
                 ELSE
                    MOVE 'WORKERS COMP CLASS TABLE FULL, SKIPPED'
                        TO WS-REJECT-REASON
                    PERFORM 103-WRITE-DED-EXCEPTION
                 END-IF
               WHEN OTHER
                 MOVE 'UNKNOWN DEDUCTION RECORD TYPE, SKIPPED'
                     TO WS-REJECT-REASON
      *    EMPLOYEE NUMBER IS SHOWN WHEN THE RECORD CARRIES ONE
      ***************************************************************
       103-WRITE-DED-EXCEPTION.
           IF DED-VOLUNTARY OR DED-PRETAX-ELECT
              MOVE DED-VOL-EMPNO TO EX-EMPNO
           ELSE
              MOVE SPACES TO EX-EMPNO
              WRITE DEPOSIT-REC
           END-IF.

      ***************************************************************
      * 127-READ-CHECK-STOCK.
      *  - READ THE CHECK STOCK CONTROL RECORD: THE LAST CHECK
      *    NUMBER USED AND THE DISBURSEMENT ACCOUNT THE CHECKS ARE
      *    DRAWN ON.  CHECKS PRINTED THIS RUN ARE NUMBERED ON FROM
      *    IT.  THE RUN CANNOT PRINT A CHECK WITHOUT IT, SO A
      *    MISSING OR BAD CONTROL RECORD STOPS THE RUN
      ***************************************************************
       127-READ-CHECK-STOCK.
           OPEN I-O CHECK-STOCK.

           IF WS-CHK-STATUS NOT = '00'
              MOVE 'NO' TO MORE-RECORDS
              DISPLAY '******************************'
              DISPLAY ' 127-READ-CHECK-STOCK'
              DISPLAY ' ERROR IN OPENING THE CHECK STOCK FILE'
              DISPLAY ' FILE STATUS IS ', WS-CHK-STATUS
              DISPLAY '*******************************'
              MOVE SPACES TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'CHECK STOCK OPEN FAILED, STATUS='
                  WS-CHK-STATUS DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              SET JOB-ABORTED TO TRUE
           ELSE
              SET CHECK-STOCK-OPEN TO TRUE
              READ CHECK-STOCK
                  AT END
                    MOVE 'NO' TO MORE-RECORDS
                    MOVE SPACES TO EX-EMPNO
                    MOVE SPACES TO EX-PROJNO
                    MOVE ZEROS TO EX-ACTNO
                    MOVE 'CHECK STOCK CONTROL FILE IS EMPTY'
                        TO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                    SET JOB-ABORTED TO TRUE
                  NOT AT END
                    IF CS-LAST-CHECK-NO NOT NUMERIC
                       MOVE 'NO' TO MORE-RECORDS
                       MOVE SPACES TO EX-EMPNO
                       MOVE SPACES TO EX-PROJNO
                       MOVE ZEROS TO EX-ACTNO
                       MOVE 'CHECK STOCK LAST NUMBER NOT NUMERIC'
                           TO WS-REJECT-REASON
                       PERFORM 333-WRITE-DB-EXCEPTION
                       SET JOB-ABORTED TO TRUE
                    ELSE
                       MOVE CS-LAST-CHECK-NO TO WS-CHECK-NO
                    END-IF
              END-READ
           END-IF.

      ***************************************************************
      * 128-SAVE-CHECK-STOCK.
      *  - CARRY THE LAST CHECK NUMBER PRINTED BACK TO THE CHECK
      *    STOCK CONTROL RECORD FOR THE NEXT RUN.  THIS IS DONE
      *    EVEN WHEN THE RUN ABORTS AFTER PRINTING, SO A RERUN
      *    NEVER REUSES A NUMBER ALREADY ON PAPER AT THE BANK
      ***************************************************************
       128-SAVE-CHECK-STOCK.
           IF WS-CHKREG-CNT > ZERO
              MOVE WS-CHECK-NO TO CS-LAST-CHECK-NO
              MOVE WS-PERIOD-END TO CS-LAST-RUN-DATE
              REWRITE CHECK-STOCK-RECORD
              IF WS-CHK-STATUS NOT = '00'
                 DISPLAY '******************************'
                 DISPLAY ' 128-SAVE-CHECK-STOCK'
                 DISPLAY ' ERROR IN UPDATING THE CHECK STOCK FILE'
                 DISPLAY ' FILE STATUS IS ', WS-CHK-STATUS
                 DISPLAY ' LAST CHECK NUMBER USED ', WS-CHECK-NO
                 DISPLAY '*******************************'
                 MOVE SPACES TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'CHECK STOCK REWRITE FAILED, STATUS='
                     WS-CHK-STATUS DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
                 SET RUN-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF.
           CLOSE CHECK-STOCK.

      ***************************************************************
      * 106-CHECK-YTD-OPEN.
      *  - CONFIRM THE YTD EARNINGS MASTER AND THE GARNISHMENT
              SET JOB-ABORTED TO TRUE
           END-IF.

           IF NOT JOB-ABORTED
              AND WS-W4-STATUS NOT = '00'
              AND WS-W4-STATUS NOT = '05'
              MOVE 'NO' TO MORE-RECORDS
              DISPLAY '******************************'
              DISPLAY ' 106-CHECK-YTD-OPEN'
              DISPLAY ' ERROR IN OPENING THE W-4 PROFILE MASTER'
              DISPLAY ' FILE STATUS IS ', WS-W4-STATUS
              DISPLAY '*******************************'
              MOVE SPACES TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'W4-PROFILE OPEN FAILED, STATUS='
                  WS-W4-STATUS DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              SET JOB-ABORTED TO TRUE
           END-IF.

      ***************************************************************
      * 109-READ-CALENDAR.
      *  - READ THE PAY PERIOD CALENDAR RECORD FOR THIS RUN: PERIOD
              MOVE SPACES TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              MOVE 'PERIOD ALREADY PROCESSED, RUN REFUSED'
                  TO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              SET JOB-ABORTED TO TRUE
           ADD 1 TO WS-BAL-BKT-REJ.

      ***************************************************************
      * 182-PROCESS-ACH-RETURNS.
      *  - READ THE BANK'S RETURN AND NOTIFICATION OF CHANGE FILE
      *    BEFORE ANYONE IS PAID.  A RETURNED DEPOSIT IS REISSUED AS
      *    A PAPER CHECK AND THE EMPLOYEE IS MOVED TO CHECK PRINT; A
      *    NOTIFICATION OF CHANGE CORRECTS THE BANK DETAIL RECORD SO
      *    THIS PERIOD'S DEPOSIT GOES TO THE RIGHT ACCOUNT.  EVERY
      *    ENTRY IS LISTED ON THE RETURNS REGISTER.  A MISSING FILE
      *    MEANS THE BANK SENT NOTHING THIS PERIOD
      ***************************************************************
       182-PROCESS-ACH-RETURNS.
           OPEN INPUT ACH-RETURNS.

           IF WS-RET-STATUS = '35'
              CONTINUE
           ELSE
             IF WS-RET-STATUS NOT = '00'
                DISPLAY '******************************'
                DISPLAY ' 182-PROCESS-ACH-RETURNS'
                DISPLAY ' ERROR IN OPENING THE ACH RETURNS FILE'
                DISPLAY ' FILE STATUS IS ', WS-RET-STATUS
                DISPLAY '*******************************'
                MOVE SPACES TO EX-EMPNO
                MOVE SPACES TO EX-PROJNO
                MOVE ZEROS TO EX-ACTNO
                STRING 'ACH-RETURNS OPEN FAILED, STATUS='
                    WS-RET-STATUS DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                PERFORM 333-WRITE-DB-EXCEPTION
                SET JOB-ABORTED TO TRUE
             ELSE
                PERFORM UNTIL RET-EOF-T
                   READ ACH-RETURNS
                       AT END
                         SET RET-EOF-T TO TRUE
                       NOT AT END
                         ADD 1 TO WS-BAL-RET-READ
                         PERFORM 183-APPLY-ACH-RETURN
                   END-READ
                END-PERFORM
                CLOSE ACH-RETURNS
             END-IF
           END-IF.

      ***************************************************************
      * 183-APPLY-ACH-RETURN.
      *  - EDIT ONE RETURN OR NOTIFICATION OF CHANGE ENTRY AND MATCH
      *    IT TO THE DEPOSIT IT ANSWERS THROUGH THE ORIGINAL TRACE
      *    NUMBER ON PAY HISTORY.  R01, R02 AND R03 RETURNS ARE
      *    REISSUED; C01 AND C02 CHANGES ARE APPLIED.  ANY OTHER
      *    CODE, AN UNMATCHED TRACE, A DEPOSIT ALREADY RETURNED OR
      *    AN AMOUNT THAT DOES NOT AGREE IS HELD FOR THE ANALYST.
      *    EVERY RETURNED DOLLAR IS COUNTED, HELD OR NOT, SO THE
      *    CASH THE BANK SENT BACK IS ALWAYS ACCOUNTED FOR
      ***************************************************************
       183-APPLY-ACH-RETURN.
           SET RETURN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-RET-PERIOD.
           MOVE SPACES TO WS-RET-ACTION.

           IF AR-IS-RETURN AND AR-AMOUNT NUMERIC
              ADD AR-AMOUNT TO WS-BAL-RET-AMT
           END-IF.

           IF AR-IND-EMPNO NOT NUMERIC
              OR AR-TRACE-SEQ NOT NUMERIC
              OR AR-AMOUNT NOT NUMERIC
              SET RETURN-INVALID TO TRUE
              MOVE 'RETURN ENTRY - EMPNO/TRACE/AMOUNT BAD'
                  TO WS-REJECT-REASON
           END-IF.

           IF RETURN-VALID
              AND NOT (AR-RETURN-HANDLED OR AR-NOC-ACCOUNT
                       OR AR-NOC-ROUTING)
              SET RETURN-INVALID TO TRUE
              STRING 'RETURN CODE ' AR-RETURN-CODE
                     ' NOT HANDLED, SEE ANALYST'
                  DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

           IF RETURN-VALID
              PERFORM 184-FIND-RETURN-HISTORY
              IF WS-RET-PERIOD = SPACES
                 SET RETURN-INVALID TO TRUE
                 MOVE 'RETURN TRACE NOT FOUND ON PAY HISTORY'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF RETURN-VALID AND AR-IS-RETURN
              IF PH-ACH-RETURNED
                 SET RETURN-INVALID TO TRUE
                 MOVE 'DEPOSIT ALREADY RETURNED AND REISSUED'
                     TO WS-REJECT-REASON
              ELSE
                 IF AR-AMOUNT NOT = PH-NET-PAY
                    SET RETURN-INVALID TO TRUE
                    MOVE 'RETURN AMOUNT DOES NOT AGREE TO DEPOSIT'
                        TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

           IF RETURN-INVALID
              PERFORM 190-WRITE-RETURN-EXCEPTION
           ELSE
              IF AR-IS-RETURN
                 PERFORM 186-REISSUE-RETURN-CHECK
                 PERFORM 185-FLIP-TO-CHECK-PRINT
              ELSE
                 PERFORM 187-APPLY-ACH-NOC
              END-IF
           END-IF.

           PERFORM 188-WRITE-RETURN-LINE.

      ***************************************************************
      * 184-FIND-RETURN-HISTORY.
      *  - BROWSE THE EMPLOYEE'S PAY HISTORY FOR THE DEPOSIT CARRYING
      *    THE RETURNED TRACE NUMBER.  TRACE NUMBERS START OVER EACH
      *    RUN, SO THE MOST RECENT PERIOD WITH THE TRACE IS TAKEN.
      *    THE MATCHED RECORD IS LEFT IN THE RECORD AREA FOR REWRITE;
      *    NO MATCH LEAVES WS-RET-PERIOD BLANK
      ***************************************************************
       184-FIND-RETURN-HISTORY.
           MOVE SPACES TO WS-RET-PERIOD.
           MOVE 'N' TO WS-RET-SCAN-SW.
           MOVE AR-IND-EMPNO TO PH-EMP-NUM.
           MOVE LOW-VALUES TO PH-PERIOD-END.

           START PAY-HISTORY KEY NOT < PH-KEY
               INVALID KEY
                 SET RET-SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL RET-SCAN-DONE
              READ PAY-HISTORY NEXT RECORD
                  AT END
                    SET RET-SCAN-DONE TO TRUE
                  NOT AT END
                    IF PH-EMP-NUM NOT = AR-IND-EMPNO
                       SET RET-SCAN-DONE TO TRUE
                    ELSE
                       IF PH-ACH-TRACE = AR-ORIG-TRACE
                          MOVE PH-PERIOD-END TO WS-RET-PERIOD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-RET-PERIOD NOT = SPACES
              MOVE AR-IND-EMPNO TO PH-EMP-NUM
              MOVE WS-RET-PERIOD TO PH-PERIOD-END
              READ PAY-HISTORY
                  INVALID KEY
                    MOVE SPACES TO WS-RET-PERIOD
              END-READ
           END-IF.

      ***************************************************************
      * 185-FLIP-TO-CHECK-PRINT.
      *  - MARK THE DEPOSIT RETURNED ON PAY HISTORY SO IT CANNOT BE
      *    REISSUED TWICE, AND MARK THE BANK DETAIL RECORD RETURNED
      *    SO 341-WRITE-ACH-DETAIL PAYS THE EMPLOYEE BY CHECK UNTIL
      *    A BANK CHANGE TRANSACTION STARTS A NEW PRENOTE.  AN
      *    ACCOUNT ALREADY ENDED, OR ONE CHANGED AND PRENOTED THIS
      *    RUN, IS LEFT AS IT IS
      ***************************************************************
       185-FLIP-TO-CHECK-PRINT.
           MOVE 'R' TO PH-ACH-STATUS.
           REWRITE PAY-HIST-RECORD.
           IF WS-PH-STATUS NOT = '00'
              MOVE AR-IND-ID TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'PAY HIST RETURN FLAG FAILED, STATUS='
                  WS-PH-STATUS DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           END-IF.

           MOVE AR-IND-EMPNO TO BK-EMP-NUM.
           READ BANK-DETAIL
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF BK-ACCOUNT-ENDED
                    OR (BK-PRENOTE-PENDING
                        AND BK-PRENOTE-PERIOD = WS-EFF-DATE)
                    CONTINUE
                 ELSE
                    MOVE 'R' TO BK-PRENOTE-STATUS
                    MOVE WS-EFF-DATE TO BK-PRENOTE-PERIOD
                    REWRITE BANK-RECORD
                    IF WS-BANK-STATUS = '00'
                       MOVE AR-IND-ID TO BKAU-EMPNO
                       MOVE SPACES TO BKAU-ACTION
                       STRING 'ACH RETURN ' AR-RETURN-CODE
                           DELIMITED BY SIZE INTO BKAU-ACTION
                       MOVE BK-ROUTING TO BKAU-ROUTING
                       MOVE BK-ACCT-TYPE TO BKAU-ACCT-TYPE
                       MOVE 'CHECK PRINT ITEM' TO BKAU-NOTE
                       MOVE BANK-AUDIT-LINE TO AUDIT-REC
                       WRITE AUDIT-REC AFTER ADVANCING 1 LINE
                    ELSE
                       MOVE AR-IND-ID TO EX-EMPNO
                       MOVE SPACES TO EX-PROJNO
                       MOVE ZEROS TO EX-ACTNO
                       STRING 'BANK RETURN FLAG FAILED, STATUS='
                           WS-BANK-STATUS DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       PERFORM 333-WRITE-DB-EXCEPTION
                    END-IF
                 END-IF
           END-READ.

      ***************************************************************
      * 186-REISSUE-RETURN-CHECK.
      *  - REISSUE THE RETURNED NET AS A PAPER CHECK THROUGH THE
      *    SAME CHECK PRINT, CHECK REGISTER AND POSITIVE PAY STEPS AS
      *    342-WRITE-CHECK-PRINT.  THE STUB SHOWS THE ORIGINAL
      *    PERIOD'S EARNINGS FROM PAY HISTORY AND THE PAYEE IS THE
      *    NAME THE BANK RETURNED ON THE ENTRY
      ***************************************************************
       186-REISSUE-RETURN-CHECK.
           MOVE PH-GROSS TO WS-WAGES-EARNED.
           MOVE PH-FED-TAX TO WS-FED-TAX.
           MOVE PH-STATE-TAX TO WS-STATE-TAX.
           MOVE PH-FICA-TAX TO WS-FICA-TAX.
           MOVE PH-VOL-DED TO WS-VOL-DED-TOT.
           MOVE PH-GARN-DED TO WS-GARN-DED-TOT.
           MOVE AR-AMOUNT TO WS-NET-PAY.

           MOVE AR-IND-ID TO EX-EMPNO.
           MOVE SPACES TO EX-PROJNO.
           MOVE ZEROS TO EX-ACTNO.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING 'ACH RETURN ' AR-RETURN-CODE
                  ' - CHECK PRINT ITEM'
               DELIMITED BY SIZE INTO WS-REJECT-REASON.
           PERFORM 333-WRITE-DB-EXCEPTION.

           ADD 1 TO WS-CHECK-PRINT-CNT.
           ADD WS-NET-PAY TO WS-CHECK-PRINT-AMT.

           ADD 1 TO WS-CHECK-NO.
           MOVE AR-IND-EMPNO TO WS-CHECK-EMPNO.
           MOVE WS-RET-PERIOD TO WS-CHECK-PERIOD.
           MOVE AR-IND-NAME TO WS-CHECK-PAYEE.
           MOVE PH-SUPP-PAY TO WS-CHECK-SUPP.
           COMPUTE WS-CHECK-PRETAX = PH-401K-DED + PH-S125-DED.
           PERFORM 376-PRINT-CHECK.
           PERFORM 377-WRITE-CHECK-REG-LINE.
           PERFORM 378-WRITE-POSPAY-ISSUE.

           ADD 1 TO WS-BAL-RET-REISSUE.
           ADD WS-NET-PAY TO WS-BAL-RET-REIS-AMT.
           STRING 'REISSUED AS CHECK ' WS-CHECK-NO
               DELIMITED BY SIZE INTO WS-RET-ACTION.

      ***************************************************************
      * 187-APPLY-ACH-NOC.
      *  - APPLY THE BANK'S CORRECTED ACCOUNT NUMBER (C01) OR ROUTING
      *    NUMBER (C02) TO THE BANK DETAIL RECORD AND LIST THE
      *    RECORD BEFORE AND AFTER ON THE AUDIT LISTING.  THE BANK
      *    HAS ALREADY POSTED THE DEPOSIT, SO NO NEW PRENOTE IS SENT.
      *    AN ACCOUNT ENDED OR CHANGED THIS RUN IS NOT TOUCHED
      ***************************************************************
       187-APPLY-ACH-NOC.
           MOVE AR-IND-EMPNO TO BK-EMP-NUM.
           READ BANK-DETAIL
               INVALID KEY
                 SET RETURN-INVALID TO TRUE
                 MOVE 'NOC - NO BANK RECORD ON FILE'
                     TO WS-REJECT-REASON
               NOT INVALID KEY
                 IF BK-ACCOUNT-ENDED
                    OR (BK-PRENOTE-PENDING
                        AND BK-PRENOTE-PERIOD = WS-EFF-DATE)
                    SET RETURN-INVALID TO TRUE
                    MOVE 'NOC - ACCOUNT ENDED OR CHANGED THIS RUN'
                        TO WS-REJECT-REASON
                 END-IF
           END-READ.

           IF RETURN-VALID AND AR-NOC-ROUTING
              PERFORM 189-CHECK-NOC-ROUTING
           END-IF.

           IF RETURN-VALID AND AR-NOC-ACCOUNT
              AND AR-CORR-ACCOUNT = SPACES
              SET RETURN-INVALID TO TRUE
              MOVE 'NOC - CORRECTED ACCOUNT MISSING'
                  TO WS-REJECT-REASON
           END-IF.

           IF RETURN-INVALID
              PERFORM 190-WRITE-RETURN-EXCEPTION
           ELSE
              MOVE BK-ROUTING TO WS-NOC-OLD-ROUTING
              MOVE BK-ACCOUNT TO WS-NOC-OLD-ACCOUNT
              IF AR-NOC-ACCOUNT
                 MOVE AR-CORR-ACCOUNT TO BK-ACCOUNT
                 MOVE 'ACCOUNT NUMBER CORRECTED' TO WS-RET-ACTION
              ELSE
                 MOVE AR-CORR-ROUTING TO BK-ROUTING
                 MOVE 'ROUTING NUMBER CORRECTED' TO WS-RET-ACTION
              END-IF
              REWRITE BANK-RECORD
              IF WS-BANK-STATUS = '00'
                 ADD 1 TO WS-BAL-RET-NOC
                 MOVE AR-IND-ID TO BKAU-EMPNO
                 MOVE SPACES TO BKAU-ACTION
                 STRING 'NOC ' AR-RETURN-CODE ' BEFORE'
                     DELIMITED BY SIZE INTO BKAU-ACTION
                 MOVE WS-NOC-OLD-ROUTING TO BKAU-ROUTING
                 MOVE BK-ACCT-TYPE TO BKAU-ACCT-TYPE
                 MOVE WS-NOC-OLD-ACCOUNT TO BKAU-NOTE
                 MOVE BANK-AUDIT-LINE TO AUDIT-REC
                 WRITE AUDIT-REC AFTER ADVANCING 1 LINE
                 MOVE SPACES TO BKAU-ACTION
                 STRING 'NOC ' AR-RETURN-CODE ' AFTER'
                     DELIMITED BY SIZE INTO BKAU-ACTION
                 MOVE BK-ROUTING TO BKAU-ROUTING
                 MOVE BK-ACCOUNT TO BKAU-NOTE
                 MOVE BANK-AUDIT-LINE TO AUDIT-REC
                 WRITE AUDIT-REC AFTER ADVANCING 1 LINE
              ELSE
                 SET RETURN-INVALID TO TRUE
                 STRING 'NOC REWRITE FAILED, STATUS='
                     WS-BANK-STATUS DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 190-WRITE-RETURN-EXCEPTION
              END-IF
           END-IF.

      ***************************************************************
      * 188-WRITE-RETURN-LINE.
      *  - LIST ONE RETURN OR NOTIFICATION OF CHANGE ENTRY ON THE
      *    RETURNS REGISTER WITH THE PERIOD IT MATCHED AND WHAT WAS
      *    DONE WITH IT
      ***************************************************************
       188-WRITE-RETURN-LINE.
           MOVE AR-IND-ID TO RR-EMPNO.
           MOVE AR-IND-NAME TO RR-NAME.
           MOVE AR-ORIG-TRACE TO RR-TRACE.
           MOVE AR-RETURN-CODE TO RR-CODE.
           MOVE WS-RET-PERIOD TO RR-PERIOD.
           IF AR-AMOUNT NUMERIC
              MOVE AR-AMOUNT TO RR-AMOUNT
           ELSE
              MOVE ZEROS TO RR-AMOUNT
           END-IF.
           MOVE WS-RET-ACTION TO RR-ACTION.

           MOVE RETURN-DETAIL-LINE TO ACH-RETURN-REC.
           WRITE ACH-RETURN-REC AFTER ADVANCING 1 LINE.

      ***************************************************************
      * 189-CHECK-NOC-ROUTING.
      *  - EDIT THE CORRECTED ROUTING NUMBER ON A C02 THE SAME WAY
      *    116-VALIDATE-BANK-TRAN EDITS A KEYED ONE: NUMERIC AND
      *    PASSING THE ABA CHECK DIGIT
      ***************************************************************
       189-CHECK-NOC-ROUTING.
           IF AR-CORR-ROUTING NOT NUMERIC
              SET RETURN-INVALID TO TRUE
              MOVE 'NOC - CORRECTED ROUTING NOT NUMERIC'
                  TO WS-REJECT-REASON
           ELSE
              MOVE AR-CORR-ROUTING TO WS-ROUTING-WORK
              COMPUTE WS-RTN-CHECK =
                  3 * (WS-RTN-D (1) + WS-RTN-D (4)
                       + WS-RTN-D (7))
                + 7 * (WS-RTN-D (2) + WS-RTN-D (5)
                       + WS-RTN-D (8))
                + (WS-RTN-D (3) + WS-RTN-D (6)
                   + WS-RTN-D (9))
              DIVIDE WS-RTN-CHECK BY 10
                  GIVING WS-RTN-QUOT
                  REMAINDER WS-RTN-REM
              IF WS-RTN-REM NOT = ZERO
                 SET RETURN-INVALID TO TRUE
                 MOVE 'NOC - ROUTING CHECK DIGIT BAD'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.

      ***************************************************************
      * 190-WRITE-RETURN-EXCEPTION.
      *  - LOG A RETURN OR NOTIFICATION OF CHANGE ENTRY THAT WAS NOT
      *    APPLIED.  A HELD RETURN'S AMOUNT STAYS IN THE RETURNS
      *    PAYABLE ACCOUNT UNTIL THE ANALYST CLEARS IT
      ***************************************************************
       190-WRITE-RETURN-EXCEPTION.
           MOVE AR-IND-ID TO EX-EMPNO.
           MOVE SPACES TO EX-PROJNO.
           MOVE ZEROS TO EX-ACTNO.
           PERFORM 333-WRITE-DB-EXCEPTION.

           ADD 1 TO WS-BAL-RET-REJ.
           IF AR-IS-RETURN AND AR-AMOUNT NUMERIC
              ADD AR-AMOUNT TO WS-BAL-RET-HELD-AMT
           END-IF.
           MOVE WS-REJECT-REASON TO WS-RET-ACTION.

      ***************************************************************
      * 191-LOAD-TIMECARD-FEED.
      *  - READ THE DAILY PUNCH FILE FROM THE TIME CLOCKS AND EDIT
      *    AND QUEUE EACH PUNCH FOR APPROVAL.  THE SAME FILE MAY BE
      *    LOADED BY THE CUTOFF RUN AND AGAIN BY THE PAY RUN; A
      *    PUNCH ALREADY QUEUED IS LEFT AS ITS MANAGER LEFT IT.  A
      *    MISSING FILE MEANS NO NEW PUNCHES THIS PERIOD
      ***************************************************************
       191-LOAD-TIMECARD-FEED.
           OPEN INPUT TIMECARD-FILE.

           IF WS-TC-STATUS = '35'
           ELSE
             IF WS-TC-STATUS NOT = '00'
                DISPLAY '******************************'
                DISPLAY ' 191-LOAD-TIMECARD-FEED'
                DISPLAY ' ERROR IN OPENING THE TIMECARD FILE'
                DISPLAY ' FILE STATUS IS ', WS-TC-STATUS
                DISPLAY '*******************************'
                SET JOB-ABORTED TO TRUE
             ELSE
                PERFORM UNTIL TC-EOF-T
                   READ TIMECARD-FILE INTO TIMECARD-RECORD
                       AT END
                         SET TC-EOF-T TO TRUE
                       NOT AT END
           END-IF.

      ***************************************************************
      * 192-QUEUE-TIMECARD.
      *  - FILE AN EDITED PUNCH ON THE APPROVAL FILE AS PENDING,
      *    UNDER THE EMPLOYEE'S WORKDEPT FROM SCM.EMP SO IT REACHES
      *    THAT DEPARTMENT'S MANAGER.  A TRIAL RUN CANNOT WRITE THE
      *    FILE, SO A NEW PUNCH IS HELD THERE AND THEN, AS THE LIVE
      *    RUN WOULD HOLD IT UNTIL IT IS APPROVED
      ***************************************************************
       192-QUEUE-TIMECARD.
           MOVE SPACES TO WS-TA-DEPT.

           EXEC SQL
               SELECT WORKDEPT
                  INTO :WS-TA-DEPT
                  FROM SCM.EMP
                  WHERE EMPNO = :WF-EMPNO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'PUNCH EMPNO NOT ON SCM.EMP' TO WS-TC-REASON
               WHEN SQLCODE NOT = 0
                 MOVE 'PUNCH DEPT LOOKUP FAILED' TO WS-TC-REASON
           END-EVALUATE.

           IF WS-TC-REASON = SPACES
              MOVE WS-TA-DEPT TO TA-WORKDEPT
              MOVE TC-EMP-NUM TO TA-EMP-NUM
              MOVE TC-WORK-DATE TO TA-WORK-DATE
              MOVE TC-PROJ-NUM TO TA-PROJ-NUM
              MOVE TC-ACTNO TO TA-ACTNO
              MOVE TC-SHIFT TO TA-SHIFT
              READ TC-APPROVAL
                  INVALID KEY
                    MOVE SPACES TO TC-APPROVAL-RECORD
                    MOVE WS-TA-DEPT TO TA-WORKDEPT
                    MOVE TC-EMP-NUM TO TA-EMP-NUM
                    MOVE TC-WORK-DATE TO TA-WORK-DATE
                    MOVE TC-PROJ-NUM TO TA-PROJ-NUM
                    MOVE TC-ACTNO TO TA-ACTNO
                    MOVE TC-SHIFT TO TA-SHIFT
                    MOVE TC-HOURS TO TA-PUNCH-HOURS
                    MOVE TC-HOURS TO TA-HOURS
                    SET TA-PENDING TO TRUE
                    IF RUN-MODE-TRIAL
                       ADD 1 TO WS-BAL-TC-QUEUED
                       PERFORM 195-APPLY-PUNCH-APPROVAL
                    ELSE
                       WRITE TC-APPROVAL-RECORD
                       IF WS-TA-STATUS = '00'
                          ADD 1 TO WS-BAL-TC-QUEUED
                       ELSE
                          MOVE 'APPROVAL FILE WRITE FAILED'
                              TO WS-TC-REASON
                       END-IF
                    END-IF
                  NOT INVALID KEY
                    ADD 1 TO WS-BAL-TC-ONFILE
              END-READ
           END-IF.

      ***************************************************************
      * 193-POST-APPROVED-PUNCHES.
      *  - BROWSE THE WHOLE APPROVAL FILE AND SETTLE EVERY PUNCH DUE
      *    BY THE END OF THE PERIOD
      ***************************************************************
       193-POST-APPROVED-PUNCHES.
           MOVE LOW-VALUES TO TA-KEY.
           START TC-APPROVAL KEY NOT LESS THAN TA-KEY
               INVALID KEY
                 SET TA-EOF-T TO TRUE
           END-START.

           PERFORM 194-SETTLE-ONE-PUNCH UNTIL TA-EOF-T.

      ***************************************************************
      * 194-SETTLE-ONE-PUNCH.
      *  - READ THE NEXT APPROVAL RECORD.  AN OPEN PUNCH WORKED BY
      *    THE PERIOD END IS DUE; SO IS ONE ALREADY SETTLED IN THIS
      *    SAME PERIOD, BECAUSE A RESTARTED RUN ZEROES THE PERIOD'S
      *    HOURS AGAIN AND MUST POST THE WHOLE PERIOD BACK.  PUNCHES
      *    DATED PAST THE PERIOD END WAIT FOR THE NEXT RUN
      ***************************************************************
       194-SETTLE-ONE-PUNCH.
           READ TC-APPROVAL NEXT
               AT END
                 SET TA-EOF-T TO TRUE
               NOT AT END
                 IF ((TA-PENDING OR TA-APPROVED OR TA-REJECTED)
                     AND TA-WORK-DATE NOT > WS-PERIOD-END)
                    OR ((TA-POSTED OR TA-REJ-CLOSED)
                        AND TA-PAID-PERIOD = WS-PERIOD-END)
                    PERFORM 195-APPLY-PUNCH-APPROVAL
                 END-IF
           END-READ.

      ***************************************************************
      * 195-APPLY-PUNCH-APPROVAL.
      *  - POST AN APPROVED PUNCH AT THE HOURS ITS MANAGER APPROVED,
      *    LIST A REJECTED ONE WITH THE MANAGER'S REASON, AND LIST
      *    A PENDING ONE AS HELD.  ANY DUE PUNCH, PAID OR NOT,
      *    CLEARS THE HOURS CARRIED FROM LAST PERIOD SO A HELD
      *    PUNCH CANNOT LEAVE THE EMPLOYEE PAID ON LAST PERIOD'S
      *    FIGURE.  A LIVE RUN STAMPS THE PUNCH PAID (OR THE
      *    REJECTION REPORTED) WITH THE PERIOD END
      ***************************************************************
       195-APPLY-PUNCH-APPROVAL.
           ADD 1 TO WS-BAL-TC-DUE.
           MOVE TA-EMP-NUM TO TC-EMP-NUM.
           MOVE TA-PROJ-NUM TO TC-PROJ-NUM.
           MOVE TA-ACTNO TO TC-ACTNO.
           MOVE TA-WORK-DATE TO TC-WORK-DATE.
           MOVE TA-HOURS TO TC-HOURS.
           MOVE TA-SHIFT TO TC-SHIFT.
           INITIALIZE WF-EMPNO.
           MOVE TC-EMP-NUM TO WF-EMPNO.
           MOVE TC-PROJ-NUM TO PROJNO.
           MOVE TC-ACTNO TO TEMP-ACTNO.
           MOVE SPACES TO WS-TC-REASON.
           SET TC-PUNCH-NOT-POSTED TO TRUE.

           IF RUN-MODE-TRIAL
              PERFORM 196-FIND-TRIAL-ENTRY
           ELSE
              PERFORM 143-RESET-PERIOD-HOURS
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WS-TC-REASON NOT = SPACES
                 STRING WS-TC-REASON DELIMITED BY '  '
                        ' ' DELIMITED BY SIZE
                        TC-WORK-DATE DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 MOVE TC-EMP-NUM TO EX-EMPNO
                 MOVE TC-PROJ-NUM TO EX-PROJNO
                 MOVE TC-ACTNO TO EX-ACTNO
                 PERFORM 333-WRITE-DB-EXCEPTION
                 ADD 1 TO WS-BAL-TC-PFAIL
               WHEN TA-APPROVED OR TA-POSTED
                 IF RUN-MODE-TRIAL
                    PERFORM 145-POST-TRIAL-PUNCH
                 ELSE
                    PERFORM 141-POST-TIMECARD
                 END-IF
               WHEN TA-REJECTED OR TA-REJ-CLOSED
                 STRING 'MGR REJ: ' DELIMITED BY SIZE
                        TA-REASON DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 MOVE TC-EMP-NUM TO EX-EMPNO
                 MOVE TC-PROJ-NUM TO EX-PROJNO
                 MOVE TC-ACTNO TO EX-ACTNO
                 PERFORM 333-WRITE-DB-EXCEPTION
                 ADD 1 TO WS-BAL-TC-MGRREJ
               WHEN OTHER
                 STRING 'PUNCH HELD, NOT APPROVED ' DELIMITED BY SIZE
                        TC-WORK-DATE DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 MOVE TC-EMP-NUM TO EX-EMPNO
                 MOVE TC-PROJ-NUM TO EX-PROJNO
                 MOVE TC-ACTNO TO EX-ACTNO
                 PERFORM 333-WRITE-DB-EXCEPTION
                 ADD 1 TO WS-BAL-TC-HELD
           END-EVALUATE.

           IF NOT RUN-MODE-TRIAL
              AND (TC-PUNCH-POSTED
                   OR (WS-TC-REASON = SPACES AND TA-REJECTED))
              IF TA-REJECTED
                 SET TA-REJ-CLOSED TO TRUE
              ELSE
                 SET TA-POSTED TO TRUE
              END-IF
              MOVE WS-PERIOD-END TO TA-PAID-PERIOD
              REWRITE TC-APPROVAL-RECORD
              IF WS-TA-STATUS NOT = '00'
                 MOVE TC-EMP-NUM TO EX-EMPNO
                 MOVE TC-PROJ-NUM TO EX-PROJNO
                 MOVE TC-ACTNO TO EX-ACTNO
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING 'TC-APPROVAL REWRITE FAILED, STATUS='
                     WS-TA-STATUS DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.

      *    THE REASON HAS BEEN LISTED HERE; CLEAR IT SO A TRIAL
      *    PUNCH HELD FROM 192-QUEUE-TIMECARD IS NOT ALSO COUNTED
      *    AS AN EDIT REJECT
           MOVE SPACES TO WS-TC-REASON.

      ***************************************************************
      * 196-FIND-TRIAL-ENTRY.
      *  - LOCATE (OR ADD, WITH NO HOURS) THE EMPLOYEE'S ENTRY IN
      *    THE TRIAL PUNCH TABLE.  THE EMPLOYEE IS ALSO MARKED AS
      *    PUNCHED SO 144-CHECK-PUNCH-OVERLAY FIRES THE SAME WAY IT
      *    WOULD LIVE, AND AN EMPLOYEE WHOSE PUNCHES ARE ALL HELD
      *    GETS ZERO TRIAL HOURS AS THE LIVE RESET WOULD GIVE
      ***************************************************************
       196-FIND-TRIAL-ENTRY.
           MOVE ZEROS TO WS-TPH-FOUND-X.
           SET TPH-X TO 1.
           PERFORM UNTIL TPH-X > WS-TPH-CNT
                    MOVE TC-EMP-NUM TO WS-TCR-EMPNO (TCR-X)
                 END-IF
              ELSE
                 MOVE 'TRIAL PUNCH TABLE FULL' TO WS-TC-REASON
              END-IF
           END-IF.

      ***************************************************************
      * 197-PRINT-CUTOFF-REPORT.
      *  - THE CUTOFF REPORT FOR PAYROLL TO CHASE BEFORE THE PAY
      *    RUN: ONE LINE PER DEPARTMENT STILL HOLDING PENDING
      *    PUNCHES FOR THE PERIOD, WITH ITS MANAGER FROM SCM.DEPT,
      *    THEN THE PUNCH FILE TOTALS.  RETURN CODE 4 TELLS THE
      *    SCHEDULER SOMEONE IS STILL WAITING
      ***************************************************************
       197-PRINT-CUTOFF-REPORT.
           MOVE WS-PERIOD-END TO CT-TITLE-PERIOD.
           MOVE CUTOFF-TITLE-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 1 LINE.

           MOVE CUTOFF-HEAD-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-CUT-DEPT.
           MOVE LOW-VALUES TO TA-KEY.
           START TC-APPROVAL KEY NOT LESS THAN TA-KEY
               INVALID KEY
                 SET TA-EOF-T TO TRUE
           END-START.

           PERFORM 198-CUTOFF-ONE-PUNCH UNTIL TA-EOF-T.

           IF WS-CUT-DEPT NOT = SPACES
              PERFORM 199-WRITE-CUTOFF-LINE
           END-IF.

           MOVE 'TIMECARD PUNCHES READ' TO CT-TOT-CAPTION.
           MOVE WS-BAL-TC-READ TO CT-TOT-CNT.
           MOVE ZEROS TO CT-TOT-HRS.
           MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 3 LINES.

           MOVE 'PUNCHES QUEUED FOR APPROVAL' TO CT-TOT-CAPTION.
           MOVE WS-BAL-TC-QUEUED TO CT-TOT-CNT.
           MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 1 LINE.

           MOVE 'PUNCHES ALREADY QUEUED' TO CT-TOT-CAPTION.
           MOVE WS-BAL-TC-ONFILE TO CT-TOT-CNT.
           MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 1 LINE.

           MOVE 'PUNCHES REJECTED ON EDIT' TO CT-TOT-CAPTION.
           MOVE WS-BAL-TC-REJ TO CT-TOT-CNT.
           MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 1 LINE.

           MOVE 'DEPARTMENTS STILL TO APPROVE' TO CT-TOT-CAPTION.
           MOVE WS-BAL-CUT-DEPTS TO CT-TOT-CNT.
           MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 2 LINES.

           MOVE 'PUNCHES AND HOURS PENDING' TO CT-TOT-CAPTION.
           MOVE WS-BAL-CUT-PEND TO CT-TOT-CNT.
           MOVE WS-BAL-CUT-HRS TO CT-TOT-HRS.
           MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REC.
           WRITE CUTOFF-REC AFTER ADVANCING 1 LINE.

           IF WS-BAL-CUT-PEND > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

      ***************************************************************
      * 198-CUTOFF-ONE-PUNCH.
      *  - READ THE NEXT APPROVAL RECORD AND, WHEN IT IS AN OPEN
      *    PUNCH WORKED BY THE PERIOD END, ADD IT TO ITS
      *    DEPARTMENT'S COUNTS, PRINTING THE DEPARTMENT BEFORE IT
      *    WHEN THE WORKDEPT CHANGES
      ***************************************************************
       198-CUTOFF-ONE-PUNCH.
           READ TC-APPROVAL NEXT
               AT END
                 SET TA-EOF-T TO TRUE
               NOT AT END
                 IF (TA-PENDING OR TA-APPROVED OR TA-REJECTED)
                    AND TA-WORK-DATE NOT > WS-PERIOD-END
                    IF TA-WORKDEPT NOT = WS-CUT-DEPT
                       IF WS-CUT-DEPT NOT = SPACES
                          PERFORM 199-WRITE-CUTOFF-LINE
                       END-IF
                       MOVE TA-WORKDEPT TO WS-CUT-DEPT
                       MOVE ZEROS TO WS-CUT-EMPS
                       MOVE ZEROS TO WS-CUT-PEND
                       MOVE ZEROS TO WS-CUT-PEND-HRS
                       MOVE ZEROS TO WS-CUT-APPR
                       MOVE ZEROS TO WS-CUT-REJ
                       MOVE ZEROS TO WS-CUT-LAST-EMPNO
                       MOVE SPACES TO WS-CUT-OLDEST
                    END-IF
                    EVALUATE TRUE
                        WHEN TA-PENDING
                          ADD 1 TO WS-CUT-PEND
                          ADD TA-HOURS TO WS-CUT-PEND-HRS
                          IF TA-EMP-NUM NOT = WS-CUT-LAST-EMPNO
                             ADD 1 TO WS-CUT-EMPS
                             MOVE TA-EMP-NUM TO WS-CUT-LAST-EMPNO
                          END-IF
                          IF WS-CUT-OLDEST = SPACES
                             OR TA-WORK-DATE < WS-CUT-OLDEST
                             MOVE TA-WORK-DATE TO WS-CUT-OLDEST
                          END-IF
                        WHEN TA-APPROVED
                          ADD 1 TO WS-CUT-APPR
                        WHEN OTHER
                          ADD 1 TO WS-CUT-REJ
                    END-EVALUATE
                 END-IF
           END-READ.

      ***************************************************************
      * 199-WRITE-CUTOFF-LINE.
      *  - PRINT THE DEPARTMENT JUST ENDED WHEN IT STILL HAS
      *    PENDING PUNCHES, NAMING ITS MANAGER FROM SCM.DEPT AND
      *    SCM.EMP
      ***************************************************************
       199-WRITE-CUTOFF-LINE.
           IF WS-CUT-PEND > ZERO
              MOVE SPACES TO CUTOFF-DETAIL-LINE
              MOVE SPACES TO WS-CUT-DEPTNAME
              MOVE SPACES TO WS-CUT-MGRNO
              EXEC SQL
                  SELECT DEPTNAME, VALUE(MGRNO, ' ')
                     INTO :WS-CUT-DEPTNAME, :WS-CUT-MGRNO
                     FROM SCM.DEPT
                     WHERE DEPTNO = :WS-CUT-DEPT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'NOT ON SCM.DEPT' TO WS-CUT-DEPTNAME
              END-IF
              IF WS-CUT-MGRNO = SPACES
                 MOVE 'NO MANAGER ASSIGNED' TO CT-MGRNAME
              ELSE
                 EXEC SQL
                     SELECT LASTNAME, FIRSTNME
                        INTO :WS-CUT-MGR-LAST, :WS-CUT-MGR-FIRST
                        FROM SCM.EMP
                        WHERE EMPNO = :WS-CUT-MGRNO
                 END-EXEC
                 IF SQLCODE = 0
                    STRING WS-CUT-MGR-LAST DELIMITED BY '  '
                           ', ' DELIMITED BY SIZE
                           WS-CUT-MGR-FIRST DELIMITED BY '  '
                        INTO CT-MGRNAME
                 ELSE
                    MOVE 'MANAGER NOT ON SCM.EMP' TO CT-MGRNAME
                 END-IF
              END-IF
              MOVE WS-CUT-DEPT TO CT-DEPT
              MOVE WS-CUT-DEPTNAME TO CT-DEPTNAME
              MOVE WS-CUT-MGRNO TO CT-MGRNO
              MOVE WS-CUT-EMPS TO CT-EMPS
              MOVE WS-CUT-PEND TO CT-PEND
              MOVE WS-CUT-PEND-HRS TO CT-HOURS
              MOVE WS-CUT-OLDEST TO CT-OLDEST
              MOVE WS-CUT-APPR TO CT-APPR
              MOVE WS-CUT-REJ TO CT-REJ
              MOVE CUTOFF-DETAIL-LINE TO CUTOFF-REC
              WRITE CUTOFF-REC AFTER ADVANCING 1 LINE
              ADD 1 TO WS-BAL-CUT-DEPTS
              ADD WS-CUT-PEND TO WS-BAL-CUT-PEND
              ADD WS-CUT-PEND-HRS TO WS-BAL-CUT-HRS
           END-IF.

      ***************************************************************
      * 146-PROCESS-W4-TRANS.
      *  - APPLY THE W-4 MAINTENANCE TRANSACTION FILE TO THE W-4
      *    PROFILE MASTER BEFORE ANYONE IS PAID, SO A NEW FILING
      *    STATUS OR EXTRA WITHHOLDING TAKES EFFECT THIS PERIOD.  A
      *    MISSING FILE MEANS NO MAINTENANCE THIS PERIOD
      ***************************************************************
       146-PROCESS-W4-TRANS.
           OPEN INPUT W4-TRANS.

           IF WS-W4T-STATUS = '35'
              CONTINUE
           ELSE
             IF WS-W4T-STATUS NOT = '00'
                DISPLAY '******************************'
                DISPLAY ' 146-PROCESS-W4-TRANS'
                DISPLAY ' ERROR IN OPENING THE W-4 TRANSACTIONS'
                DISPLAY ' FILE STATUS IS ', WS-W4T-STATUS
                DISPLAY '*******************************'
                MOVE SPACES TO EX-EMPNO
                MOVE SPACES TO EX-PROJNO
                MOVE ZEROS TO EX-ACTNO
                STRING 'W4-TRANS OPEN FAILED, STATUS='
                    WS-W4T-STATUS DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                PERFORM 333-WRITE-DB-EXCEPTION
                SET JOB-ABORTED TO TRUE
             ELSE
                PERFORM UNTIL W4T-EOF-T
                   READ W4-TRANS
                       AT END
                         SET W4T-EOF-T TO TRUE
                       NOT AT END
                         ADD 1 TO WS-BAL-W4T-READ
                         PERFORM 147-APPLY-W4-TRAN
                   END-READ
                END-PERFORM
                CLOSE W4-TRANS
             END-IF
           END-IF.

      ***************************************************************
      * 147-APPLY-W4-TRAN.
      *  - EDIT AND APPLY ONE W-4 MAINTENANCE TRANSACTION.  ADDS
      *    AND CHANGES CARRY THE FULL PROFILE.  A CHANGE PRINTS THE
      *    PROFILE BEFORE AND AFTER ON THE AUDIT LISTING, AN ADD OR
      *    DELETE PRINTS THE ONE IMAGE
      ***************************************************************
       147-APPLY-W4-TRAN.
           PERFORM 148-VALIDATE-W4-TRAN.

           IF W4-TRAN-INVALID
              PERFORM 135-WRITE-W4-EXCEPTION
           ELSE
              MOVE WT-EMP-NUM TO W4-EMP-NUM
              EVALUATE TRUE
                  WHEN WT-DELETE
                    READ W4-PROFILE
                        INVALID KEY
                          MOVE 'W-4 DELETE - NO PROFILE ON FILE'
                              TO WS-REJECT-REASON
                          PERFORM 135-WRITE-W4-EXCEPTION
                        NOT INVALID KEY
                          DELETE W4-PROFILE RECORD
                          IF WS-W4-STATUS = '00'
                             ADD 1 TO WS-BAL-W4T-APP
                             MOVE 'W-4 DELETE' TO W4AU-ACTION
                             PERFORM 149-WRITE-W4-AUDIT
                          ELSE
                             STRING 'W-4 DELETE FAILED, STATUS='
                                 WS-W4-STATUS DELIMITED BY SIZE
                                 INTO WS-REJECT-REASON
                             PERFORM 135-WRITE-W4-EXCEPTION
                          END-IF
                    END-READ
                  WHEN WT-ADD
                    PERFORM 137-MOVE-W4-TRAN
                    WRITE W4-RECORD
                        INVALID KEY
                          MOVE 'W-4 ADD - PROFILE ALREADY ON FILE'
                              TO WS-REJECT-REASON
                          PERFORM 135-WRITE-W4-EXCEPTION
                        NOT INVALID KEY
                          ADD 1 TO WS-BAL-W4T-APP
                          MOVE 'W-4 ADD' TO W4AU-ACTION
                          PERFORM 149-WRITE-W4-AUDIT
                    END-WRITE
                  WHEN WT-CHANGE
                    READ W4-PROFILE
                        INVALID KEY
                          MOVE 'W-4 CHANGE - NO PROFILE ON FILE'
                              TO WS-REJECT-REASON
                          PERFORM 135-WRITE-W4-EXCEPTION
                        NOT INVALID KEY
                          MOVE 'W-4 CHG BEFORE' TO W4AU-ACTION
                          PERFORM 149-WRITE-W4-AUDIT
                          PERFORM 137-MOVE-W4-TRAN
                          REWRITE W4-RECORD
                          IF WS-W4-STATUS = '00'
                             ADD 1 TO WS-BAL-W4T-APP
                             MOVE 'W-4 CHG AFTER' TO W4AU-ACTION
                             PERFORM 149-WRITE-W4-AUDIT
                          ELSE
                             STRING 'W-4 REWRITE FAILED, STATUS='
                                 WS-W4-STATUS DELIMITED BY SIZE
                                 INTO WS-REJECT-REASON
                             PERFORM 135-WRITE-W4-EXCEPTION
                          END-IF
                    END-READ
              END-EVALUATE
           END-IF.

      ***************************************************************
      * 148-VALIDATE-W4-TRAN.
      *  - EDIT ONE W-4 MAINTENANCE TRANSACTION.  A BLANK STATE
      *    FILING STATUS FOLLOWS THE FEDERAL ONE.  AN EXEMPT CLAIM
      *    MUST CARRY AN EXPIRY DATE THAT HAS NOT ALREADY PASSED.
      *    A BLANK WORK STATE IS THE HOME STATE AND A BLANK RESIDENT
      *    STATE IS THE WORK STATE; BOTH MUST BE ON THE STATE TABLE
      ***************************************************************
       148-VALIDATE-W4-TRAN.
           SET W4-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WT-EMP-NUM NOT NUMERIC OR WT-EMP-NUM = ZERO
              SET W4-TRAN-INVALID TO TRUE
              MOVE 'W-4 TRAN - EMPLOYEE NUMBER NOT NUMERIC'
                  TO WS-REJECT-REASON
           END-IF.

           IF W4-TRAN-VALID
              AND NOT (WT-ADD OR WT-CHANGE OR WT-DELETE)
              SET W4-TRAN-INVALID TO TRUE
              MOVE 'W-4 TRAN - ACTION NOT A, C OR D'
                  TO WS-REJECT-REASON
           END-IF.

           IF W4-TRAN-VALID AND (WT-ADD OR WT-CHANGE)
              AND WT-FED-FILING NOT = 'S'
              AND WT-FED-FILING NOT = 'M'
              AND WT-FED-FILING NOT = 'H'
              SET W4-TRAN-INVALID TO TRUE
              MOVE 'W-4 TRAN - FED FILING STATUS NOT S, M, H'
                  TO WS-REJECT-REASON
           END-IF.

           IF W4-TRAN-VALID AND (WT-ADD OR WT-CHANGE)
              IF WT-ST-FILING = SPACE
                 MOVE WT-FED-FILING TO WT-ST-FILING
              END-IF
              IF WT-ST-FILING NOT = 'S'
                 AND WT-ST-FILING NOT = 'M'
                 AND WT-ST-FILING NOT = 'H'
                 SET W4-TRAN-INVALID TO TRUE
                 MOVE 'W-4 TRAN - ST FILING STATUS NOT S, M, H'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF W4-TRAN-VALID AND (WT-ADD OR WT-CHANGE)
              AND (WT-FED-DEP-CREDIT NOT NUMERIC
                   OR WT-FED-EXTRA NOT NUMERIC
                   OR WT-ST-ALLOW-AMT NOT NUMERIC
                   OR WT-ST-EXTRA NOT NUMERIC)
              SET W4-TRAN-INVALID TO TRUE
              MOVE 'W-4 TRAN - AMOUNT NOT NUMERIC'
                  TO WS-REJECT-REASON
           END-IF.

           IF W4-TRAN-VALID AND (WT-ADD OR WT-CHANGE)
              IF WT-EXEMPT = SPACE
                 MOVE 'N' TO WT-EXEMPT
              END-IF
              EVALUATE TRUE
                  WHEN WT-EXEMPT NOT = 'Y' AND WT-EXEMPT NOT = 'N'
                    SET W4-TRAN-INVALID TO TRUE
                    MOVE 'W-4 TRAN - EXEMPT FLAG NOT Y OR N'
                        TO WS-REJECT-REASON
                  WHEN WT-EXEMPT = 'Y'
                       AND WT-EXEMPT-EXPIRES = SPACES
                    SET W4-TRAN-INVALID TO TRUE
                    MOVE 'W-4 TRAN - EXEMPT EXPIRY DATE MISSING'
                        TO WS-REJECT-REASON
                  WHEN WT-EXEMPT = 'Y'
                       AND WT-EXEMPT-EXPIRES < WS-PERIOD-END
                    SET W4-TRAN-INVALID TO TRUE
                    MOVE 'W-4 TRAN - EXEMPT EXPIRY ALREADY PAST'
                        TO WS-REJECT-REASON
                  WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF W4-TRAN-VALID AND (WT-ADD OR WT-CHANGE)
              IF WT-WORK-STATE = SPACES
                 MOVE WS-HOME-STATE TO WT-WORK-STATE
              END-IF
              IF WT-RES-STATE = SPACES
                 MOVE WT-WORK-STATE TO WT-RES-STATE
              END-IF
              MOVE WT-WORK-STATE TO WS-STATE-KEY
              PERFORM 408-FIND-STATE
              IF WS-STX-FOUND-X = ZERO
                 SET W4-TRAN-INVALID TO TRUE
                 MOVE 'W-4 TRAN - WORK STATE NOT ON STATE TABLE'
                     TO WS-REJECT-REASON
              ELSE
                 MOVE WT-RES-STATE TO WS-STATE-KEY
                 PERFORM 408-FIND-STATE
                 IF WS-STX-FOUND-X = ZERO
                    SET W4-TRAN-INVALID TO TRUE
                    MOVE 'W-4 TRAN - RES STATE NOT ON STATE TABLE'
                        TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      ***************************************************************
      * 149-WRITE-W4-AUDIT.
      *  - WRITE ONE W-4 PROFILE IMAGE TO THE AUDIT LISTING.  CALLER
      *    SETS THE ACTION TEXT AND LEAVES THE PROFILE IN THE RECORD
      ***************************************************************
       149-WRITE-W4-AUDIT.
           MOVE WT-EMP-NUM TO W4AU-EMPNO.
           MOVE W4-FED-FILING TO W4AU-FED-FILING.
           MOVE W4-FED-DEP-CREDIT TO W4AU-FED-DEP.
           MOVE W4-FED-EXTRA TO W4AU-FED-EXTRA.
           MOVE W4-ST-FILING TO W4AU-ST-FILING.
           MOVE W4-ST-ALLOW-AMT TO W4AU-ST-ALLOW.
           MOVE W4-ST-EXTRA TO W4AU-ST-EXTRA.
           MOVE W4-EXEMPT TO W4AU-EXEMPT.
           MOVE W4-EXEMPT-EXPIRES TO W4AU-EXEMPT-EXP.
           MOVE W4-WORK-STATE TO W4AU-WORK-STATE.
           MOVE W4-RES-STATE TO W4AU-RES-STATE.

           MOVE W4-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 1 LINE.

      ***************************************************************
      * 137-MOVE-W4-TRAN.
      *  - BUILD THE W-4 PROFILE FROM AN ADD OR CHANGE TRANSACTION
      ***************************************************************
       137-MOVE-W4-TRAN.
           MOVE WT-EMP-NUM TO W4-EMP-NUM.
           MOVE WT-FED-FILING TO W4-FED-FILING.
           MOVE WT-FED-DEP-CREDIT TO W4-FED-DEP-CREDIT.
           MOVE WT-FED-EXTRA TO W4-FED-EXTRA.
           MOVE WT-ST-FILING TO W4-ST-FILING.
           MOVE WT-ST-ALLOW-AMT TO W4-ST-ALLOW-AMT.
           MOVE WT-ST-EXTRA TO W4-ST-EXTRA.
           MOVE WT-EXEMPT TO W4-EXEMPT.
           IF WT-EXEMPT = 'Y'
              MOVE WT-EXEMPT-EXPIRES TO W4-EXEMPT-EXPIRES
           ELSE
              MOVE SPACES TO W4-EXEMPT-EXPIRES
           END-IF.
           MOVE WS-PERIOD-END TO W4-LAST-CHANGED.
           MOVE WT-WORK-STATE TO W4-WORK-STATE.
           MOVE WT-RES-STATE TO W4-RES-STATE.

      ***************************************************************
      * 135-WRITE-W4-EXCEPTION.
      *  - LOG A REJECTED W-4 MAINTENANCE TRANSACTION.  CALLER OR
      *    148-VALIDATE-W4-TRAN LEAVES THE REASON BEHIND
      ***************************************************************
       135-WRITE-W4-EXCEPTION.
           MOVE WT-EMP-NUM TO EX-EMPNO.
           MOVE SPACES TO EX-PROJNO.
           MOVE ZEROS TO EX-ACTNO.
           PERFORM 333-WRITE-DB-EXCEPTION.

           ADD 1 TO WS-BAL-W4T-REJ.

      ***************************************************************
      * 132-LOAD-LEAVE-TRANS.
      *  - LOAD THE LEAVE TAKEN TRANSACTIONS INTO WORKING STORAGE
      *    BEFORE ANY WAGES ARE CALCULATED, SO EACH PAID EMPLOYEE'S
      *    ACCRUAL UPDATE CAN CONSUME THEM.  A MISSING FILE MEANS
      *    NO LEAVE WAS TAKEN THIS PERIOD
      ***************************************************************
       132-LOAD-LEAVE-TRANS.
           OPEN INPUT LEAVE-TRANS.

           IF WS-LVT-STATUS = '35'
              CONTINUE
           ELSE
             IF WS-LVT-STATUS NOT = '00'
                DISPLAY '******************************'
                DISPLAY ' 132-LOAD-LEAVE-TRANS'
                DISPLAY ' ERROR IN OPENING THE LEAVE TRANSACTIONS'
                DISPLAY ' FILE STATUS IS ', WS-LVT-STATUS
                DISPLAY '*******************************'
                MOVE SPACES TO EX-EMPNO
                MOVE SPACES TO EX-PROJNO
                MOVE ZEROS TO EX-ACTNO
                STRING 'LEAVE-TRANS OPEN FAILED, STATUS='
                    WS-LVT-STATUS DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                PERFORM 333-WRITE-DB-EXCEPTION
                SET JOB-ABORTED TO TRUE
             ELSE
                PERFORM UNTIL LVT-EOF-T
                   READ LEAVE-TRANS
                       AT END
                         SET LVT-EOF-T TO TRUE
                       NOT AT END
                         ADD 1 TO WS-BAL-LVT-READ
                         PERFORM 133-STORE-LEAVE-TRAN
                   END-READ
                END-PERFORM
                CLOSE LEAVE-TRANS
             END-IF
           END-IF.

      ***************************************************************
      * 133-STORE-LEAVE-TRAN.
      *  - EDIT AND FILE ONE LEAVE TAKEN TRANSACTION INTO THE
      *    WORKING STORAGE TABLE.  REJECTS GO TO THE EXCEPTION
      *    REPORT WITH THE REASON
      ***************************************************************
       133-STORE-LEAVE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.

           IF LT-EMP-NUM NOT NUMERIC OR LT-EMP-NUM = ZERO
              MOVE 'LEAVE TRAN - EMPLOYEE NUMBER NOT NUMERIC'
                  TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
              AND NOT (LT-VACATION OR LT-SICK)
              MOVE 'LEAVE TRAN - TYPE NOT V OR S'
                  TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
              AND LT-HOURS NOT NUMERIC
              MOVE 'LEAVE TRAN - HOURS NOT NUMERIC'
                  TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
              AND WS-LVT-CNT >= 200
              MOVE 'LEAVE TRAN TABLE FULL, SKIPPED'
                  TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-LVT-CNT
              SET LVT-X TO WS-LVT-CNT
              MOVE LT-EMP-NUM TO WS-LVT-EMPNO (LVT-X)
              MOVE LT-TYPE TO WS-LVT-TYPE (LVT-X)
              MOVE LT-HOURS TO WS-LVT-HOURS (LVT-X)
           ELSE
              MOVE LT-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              PERFORM 333-WRITE-DB-EXCEPTION
              ADD 1 TO WS-BAL-LVT-REJ
           END-IF.

      ***************************************************************
      * 138-PROCESS-TIMECARDS.
      *  - QUEUE THE DAILY TIMECARD PUNCH FILE FROM THE TIME CLOCKS
      *    ON THE TIMECARD APPROVAL FILE, WHERE EACH DEPARTMENT
      *    MANAGER APPROVES, REJECTS OR ADJUSTS THEM ONLINE (PYTA),
      *    THEN POST THE APPROVED PUNCHES INTO SCM.EMPPROJACT
      *    BEFORE ANY WAGES ARE CALCULATED, SO 318-SUM-PROJ-HOURS
      *    PICKS THE HOURS UP FOR THE PERIOD.  SECOND AND THIRD
      *    SHIFT HOURS ARE ALSO KEPT BY EMPLOYEE FOR THE
      *    DIFFERENTIAL IN 330-CALC-WAGE.  A TRIAL RUN EDITS THE
      *    SAME PUNCHES BUT KEEPS THE HOURS IN WORKING STORAGE
      *    INSTEAD OF POSTING DB2, SO THE TRIAL NET MATCHES THE
      *    LIVE RUN THAT FOLLOWS.  A CUTOFF RUN QUEUES THE PUNCHES
      *    AND PRINTS THE MANAGERS STILL TO APPROVE INSTEAD OF
      *    POSTING ANYTHING
      ***************************************************************
       138-PROCESS-TIMECARDS.
           IF RUN-MODE-TRIAL
              OPEN INPUT TC-APPROVAL
           ELSE
              OPEN I-O TC-APPROVAL
           END-IF.

           IF WS-TA-STATUS NOT = '00'
              DISPLAY '******************************'
              DISPLAY ' 138-PROCESS-TIMECARDS'
              DISPLAY ' ERROR IN OPENING THE TIMECARD APPROVAL FILE'
              DISPLAY ' FILE STATUS IS ', WS-TA-STATUS
              DISPLAY '*******************************'
              MOVE SPACES TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'TC-APPROVAL OPEN FAILED, STATUS='
                  WS-TA-STATUS DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              SET JOB-ABORTED TO TRUE
           ELSE
              PERFORM 191-LOAD-TIMECARD-FEED
              IF NOT JOB-ABORTED
                 IF RUN-MODE-CUTOFF
                    PERFORM 197-PRINT-CUTOFF-REPORT
                 ELSE
                    PERFORM 193-POST-APPROVED-PUNCHES
                 END-IF
              END-IF
              CLOSE TC-APPROVAL
           END-IF.

      ***************************************************************
      * 139-APPLY-TIMECARD.
      *  - EDIT ONE PUNCH WITH THE SAME EDITS 322-VALIDATE-PROJ-SEG
      *    AND 324-VALIDATE-ACTNO APPLY TO A PROJECT SEGMENT AND
      *    QUEUE IT FOR ITS MANAGER'S APPROVAL.  A REJECTED PUNCH
      *    GOES TO THE EXCEPTION LISTING WITH ITS WORK DATE SO
      *    TIMEKEEPING CAN FIX IT BEFORE THE PAY DEADLINE
      ***************************************************************
       139-APPLY-TIMECARD.
           MOVE SPACES TO WS-TC-REASON.

           IF TC-EMP-NUM NOT NUMERIC OR TC-EMP-NUM = ZERO
              MOVE 'PUNCH EMPNO NOT NUMERIC' TO WS-TC-REASON
           END-IF.

           IF WS-TC-REASON = SPACES
              AND (TC-HOURS NOT NUMERIC
                   OR TC-HOURS = ZERO
                   OR TC-HOURS > WS-MAX-PROJ-HRS)
              MOVE 'PUNCH HOURS OUT OF RANGE' TO WS-TC-REASON
           END-IF.

           IF WS-TC-REASON = SPACES
              AND (TC-WORK-DATE < WS-PERIOD-START
                   OR TC-WORK-DATE > WS-PERIOD-END)
              MOVE 'WORK DATE OUTSIDE PERIOD' TO WS-TC-REASON
           END-IF.

           IF WS-TC-REASON = SPACES
              AND NOT (TC-SHIFT-1 OR TC-SHIFT-2 OR TC-SHIFT-3)
              MOVE 'SHIFT CODE NOT 1, 2 OR 3' TO WS-TC-REASON
           END-IF.

           IF WS-TC-REASON = SPACES
              AND TC-ACTNO NOT NUMERIC
              MOVE 'PUNCH ACTNO NOT NUMERIC' TO WS-TC-REASON
           END-IF.

           IF WS-TC-REASON = SPACES
              INITIALIZE WF-EMPNO
              MOVE TC-EMP-NUM TO WF-EMPNO
              MOVE TC-PROJ-NUM TO PROJNO
              MOVE TC-ACTNO TO TEMP-ACTNO
              SET PROJ-SEG-VALID TO TRUE
              PERFORM 324-VALIDATE-ACTNO
              IF PROJ-SEG-INVALID
                 MOVE 'ACTIVITY NOT ON SCM.ACT' TO WS-TC-REASON
              END-IF
           END-IF.

           IF WS-TC-REASON = SPACES
              PERFORM 192-QUEUE-TIMECARD
           END-IF.

           IF WS-TC-REASON NOT = SPACES
              MOVE TC-EMP-NUM TO EX-EMPNO
              MOVE TC-PROJ-NUM TO EX-PROJNO
              IF TC-ACTNO NUMERIC
                 MOVE TC-ACTNO TO EX-ACTNO
              ELSE
                 MOVE ZEROS TO EX-ACTNO
              END-IF
              MOVE SPACES TO WS-REJECT-REASON
              STRING WS-TC-REASON DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     TC-WORK-DATE DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              ADD 1 TO WS-BAL-TC-REJ
           END-IF.

      ***************************************************************
      * 141-POST-TIMECARD.
      *  - ADD ONE APPROVED PUNCH'S HOURS TO THE EMPLOYEE'S
      *    SCM.EMPPROJACT ROW, INSERTING THE ROW WHEN THE
      *    ASSIGNMENT IS NEW, AND KEEP THE SHIFT HOURS
      ***************************************************************
       141-POST-TIMECARD.
           MOVE TC-HOURS TO EMPTIME.

           EXEC SQL
               UPDATE SCM.EMPPROJACT
                  SET EMPTIME = EMPTIME + :EMPTIME
                  WHERE EMPNO = :WF-EMPNO
                    AND PROJNO = :PROJNO
                    AND ACTNO = :TEMP-ACTNO
           END-EXEC.

           IF SQLCODE = 100
              MOVE WS-PERIOD-START TO EMSTDATE
              MOVE WS-PERIOD-END TO EMENDATE
              EXEC SQL
                 INSERT INTO SCM.EMPPROJACT
                    VALUES (:WF-EMPNO, :PROJNO,
                :TEMP-ACTNO, :EMPTIME,
                :EMSTDATE, :EMENDATE)
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              EXEC SQL
                   COMMIT
              END-EXEC
              ADD 1 TO WS-BAL-TC-POST
              SET TC-PUNCH-POSTED TO TRUE
              PERFORM 142-ADD-SHIFT-HOURS
           ELSE
              MOVE SQLCODE TO DISPLAY-SQLCODE
              MOVE TC-EMP-NUM TO EX-EMPNO
              MOVE TC-PROJ-NUM TO EX-PROJNO
              MOVE TC-ACTNO TO EX-ACTNO
              STRING 'ERROR POSTING PUNCH, SQLCODE='
                  DISPLAY-SQLCODE DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              ADD 1 TO WS-BAL-TC-PFAIL
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.

      ***************************************************************
      * 145-POST-TRIAL-PUNCH.
      *  - IN A TRIAL RUN AN APPROVED PUNCH POSTS NOTHING TO DB2:
      *    ITS HOURS ACCUMULATE IN THE TRIAL PUNCH TABLE ENTRY
      *    196-FIND-TRIAL-ENTRY LOCATED, WHICH 318-SUM-PROJ-HOURS
      *    READS IN PLACE OF SCM.EMPPROJACT, AND THE SHIFT HOURS
      *    ARE KEPT THE SAME WAY AS A LIVE RUN
      ***************************************************************
       145-POST-TRIAL-PUNCH.
           SET TPH-X TO WS-TPH-FOUND-X.
           ADD TC-HOURS TO WS-TPH-HOURS (TPH-X).
           ADD 1 TO WS-BAL-TC-POST.
           SET TC-PUNCH-POSTED TO TRUE.
           PERFORM 142-ADD-SHIFT-HOURS.

      ***************************************************************
      * 144-CHECK-PUNCH-OVERLAY.
      *  - A CHANGE TRANSACTION THAT REPLACED PROJECT SEGMENTS FOR
      *    AN EMPLOYEE WHOSE TIMECARD PUNCHES WERE ALREADY POSTED
      *    THIS RUN HAS OVERWRITTEN THOSE PUNCHED HOURS.  REPORT
      *    IT ON THE EXCEPTION LISTING INSTEAD OF STAYING SILENT,
      *    AND DROP THE EMPLOYEE'S SHIFT HOURS SO NO DIFFERENTIAL
      *    IS PAID ON HOURS THAT NO LONGER EXIST
      ***************************************************************
       144-CHECK-PUNCH-OVERLAY.
           SET TC-EMP-NOT-RESET TO TRUE.
           SET TCR-X TO 1.
           PERFORM UNTIL TCR-X > WS-TCR-CNT OR TC-EMP-RESET
              IF WS-TCR-EMPNO (TCR-X) = ER-EMP-NUM
                 SET TC-EMP-RESET TO TRUE
              ELSE
                 SET TCR-X UP BY 1
              END-IF
           END-PERFORM.

           IF TC-EMP-RESET
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              MOVE 'PROJ SEGMENTS REPLACED TIMECARD HOURS'
                  TO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              SET SH-X TO 1
              PERFORM UNTIL SH-X > WS-SHIFT-CNT
                 IF WS-SHIFT-EMPNO (SH-X) = ER-EMP-NUM
                    MOVE ZEROS TO WS-SHIFT2-TAB-HRS (SH-X)
                    MOVE ZEROS TO WS-SHIFT3-TAB-HRS (SH-X)
                 END-IF
                 SET SH-X UP BY 1
              END-PERFORM
           END-IF.

      ***************************************************************
      * 143-RESET-PERIOD-HOURS.
      *  - BEFORE THE FIRST PUNCH OF THE RUN POSTS FOR AN
      *    EMPLOYEE, ZERO HIS CARRIED EMPTIME SO THE PERIOD'S
      *    HOURS ARE ONLY WHAT THE TIME CLOCKS SENT.  WITHOUT
      *    THIS, NEXT PERIOD'S PUNCHES WOULD PILE ON TOP OF THIS
      *    PERIOD'S FIGURE AND 318-SUM-PROJ-HOURS WOULD PAY THE
      *    HOURS TWICE.  THE RESET TABLE GUARANTEES ONE RESET PER
      *    EMPLOYEE PER RUN; WHEN IT FILLS, THE PUNCH IS REJECTED
      *    RATHER THAN RISKING A DOUBLE COUNT
      ***************************************************************
       143-RESET-PERIOD-HOURS.
           SET TC-EMP-NOT-RESET TO TRUE.
           SET TCR-X TO 1.
           PERFORM UNTIL TCR-X > WS-TCR-CNT OR TC-EMP-RESET
              IF WS-TCR-EMPNO (TCR-X) = TC-EMP-NUM
                 SET TC-EMP-RESET TO TRUE
              ELSE
                 SET TCR-X UP BY 1
              END-IF
           END-PERFORM.

           IF TC-EMP-NOT-RESET
              IF WS-TCR-CNT >= 300
                 MOVE 'PUNCH RESET TABLE FULL' TO WS-TC-REASON
              ELSE
                 EXEC SQL
                     UPDATE SCM.EMPPROJACT
                        SET EMPTIME = 0
                        WHERE EMPNO = :WF-EMPNO
                 END-EXEC
                 IF SQLCODE = 0 OR SQLCODE = 100
                    IF SQLCODE = 0
                       EXEC SQL
                            COMMIT
                       END-EXEC
                    END-IF
                    ADD 1 TO WS-TCR-CNT
                    SET TCR-X TO WS-TCR-CNT
                    MOVE TC-EMP-NUM TO WS-TCR-EMPNO (TCR-X)
                 ELSE
                    MOVE 'PUNCH HOURS RESET FAILED' TO WS-TC-REASON
                    EXEC SQL
                         ROLLBACK
                    END-EXEC
                 END-IF
              END-IF
           END-IF.

      ***************************************************************
      * 142-ADD-SHIFT-HOURS.
      *  - ROLL A POSTED PUNCH'S SECOND OR THIRD SHIFT HOURS INTO
      *    THE EMPLOYEE'S SHIFT TABLE ENTRY FOR THE WAGE
      *    DIFFERENTIAL
      ***************************************************************
       142-ADD-SHIFT-HOURS.
           IF TC-SHIFT-1
              CONTINUE
           ELSE
              MOVE ZEROS TO WS-SHIFT-FOUND-X
              SET SH-X TO 1
              PERFORM UNTIL SH-X > WS-SHIFT-CNT
                         OR WS-SHIFT-FOUND-X > ZERO
                 IF WS-SHIFT-EMPNO (SH-X) = TC-EMP-NUM
                    SET WS-SHIFT-FOUND-X TO SH-X
                 ELSE
                    SET SH-X UP BY 1
                 END-IF
              END-PERFORM
              IF WS-SHIFT-FOUND-X = ZERO
                 IF WS-SHIFT-CNT < 300
                    ADD 1 TO WS-SHIFT-CNT
                    SET SH-X TO WS-SHIFT-CNT
                    MOVE TC-EMP-NUM TO WS-SHIFT-EMPNO (SH-X)
                    MOVE ZEROS TO WS-SHIFT2-TAB-HRS (SH-X)
                    MOVE ZEROS TO WS-SHIFT3-TAB-HRS (SH-X)
                    SET WS-SHIFT-FOUND-X TO SH-X
                 ELSE
                    MOVE TC-EMP-NUM TO EX-EMPNO
                    MOVE TC-PROJ-NUM TO EX-PROJNO
                    MOVE TC-ACTNO TO EX-ACTNO
                    MOVE 'SHIFT TABLE FULL, DIFFERENTIAL DROPPED'
                        TO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                 END-IF
              END-IF
              IF WS-SHIFT-FOUND-X > ZERO
                 SET SH-X TO WS-SHIFT-FOUND-X
                 IF TC-SHIFT-2
                    ADD TC-HOURS TO WS-SHIFT2-TAB-HRS (SH-X)
      *    THE RECORD CARRIES THE VOIDED PERIOD END IN
      *    ER-EMP-HIREDATE, THE GROSS TO BACK OUT IN ER-EMP-SALARY,
      *    THE OVERTIME HOURS IN ER-EMP-BONUS AND THE NET IN
      *    ER-EMP-COMM.  THE AMOUNTS COME OFF THE YTD MASTER AND
      *    THE VOIDED PERIOD'S PAY HISTORY ROW, AND THE TAXES,
      *    SUPPLEMENTAL PAY, PRE-TAX DEDUCTIONS, STATE AMOUNTS AND
      *    GARNISHMENT ON THAT ROW COME OFF WITH THEM (SEE
      *    308-VOID-PAY-HISTORY, DONE BEFORE THE YTD REWRITE).  AN
      *    ACH DEBIT REVERSAL GOES TO THE DEPOSIT FILE AND THE
      *    REVERSAL SHOWS ON THE REGISTER AND BALANCE REPORT.  A
      *    PAYMENT MADE BY PAPER CHECK CARRIES THE CHECK NUMBER IN
      *    ER-EMP-JOB AND IS CANCELLED ON THE POSITIVE PAY FILE
      *    INSTEAD OF BEING DEBITED BACK.  A VOIDED PERIOD IN A
      *    QUARTER ALREADY FILED (NOT LATER THAN YTD-QTR-FILED)
      *    LEAVES THE QUARTER GROSS ALONE, SINCE ITS HISTORY ROW
      *    IS NO LONGER PART OF THE OPEN QUARTER, AND IS LISTED SO
      *    THE FILED QUARTER CAN BE AMENDED
      ***************************************************************
        311-APPLY-VOID.
           PERFORM 344-READ-YTD.
              ADD 1 TO WS-BAL-REJ-CNT
              ADD ER-EMP-SALARY TO WS-BAL-SALARY-REJ
           ELSE
              IF NOT RUN-MODE-TRIAL
                 PERFORM 308-VOID-PAY-HISTORY
              END-IF
              SUBTRACT ER-EMP-SALARY FROM YTD-GROSS
              IF ER-EMP-HIREDATE > YTD-QTR-FILED
                 SUBTRACT ER-EMP-SALARY FROM YTD-QTR-GROSS
                 IF YTD-QTR-GROSS < ZERO
                    MOVE ZEROS TO YTD-QTR-GROSS
                 END-IF
              ELSE
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 MOVE 'VOID OF A FILED QUARTER - AMEND FILING'
                     TO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
              SUBTRACT ER-EMP-BONUS FROM YTD-OT-HOURS
              SUBTRACT 1 FROM YTD-PERIODS-PAID
              ADD ER-EMP-COMM TO WS-BAL-VOID-NET
              ADD ER-EMP-SALARY TO WS-BAL-SALARY-APP
              IF NOT RUN-MODE-TRIAL
                 IF ER-EMP-JOB IS NUMERIC
                    AND ER-EMP-JOB NOT = ZEROS
                    PERFORM 360-WRITE-POSPAY-CANCEL
                 ELSE
                    PERFORM 319-WRITE-ACH-REVERSAL
                 END-IF
              ELSE
                 ADD ER-EMP-COMM TO WS-VOID-CHECK-AMT
              END-IF
              PERFORM 340-WRITE-CHECKPOINT
           END-IF.

      ***************************************************************
      * 308-VOID-PAY-HISTORY.
      *  - BACK THE VOIDED GROSS AND NET OUT OF THE PAY HISTORY ROW
      *    FOR THE VOIDED PERIOD SO THE HISTORY STILL ADDS UP TO
      *    THE YTD MASTER.  A PERIOD WITH NO HISTORY ROW IS LISTED.
      *    THE ROW'S TAXES, SUPPLEMENTAL PAY, PRE-TAX DEDUCTIONS,
      *    EMPLOYER MATCH AND STATE AMOUNTS ARE TAKEN OFF THE YTD
      *    RECORD IN STORAGE (311 REWRITES IT), ITS GARNISHMENT IS
      *    TAKEN BACK OFF THE ORDERS, AND THOSE FIELDS ARE ZEROED
      *    ON THE ROW
      ***************************************************************
        308-VOID-PAY-HISTORY.
           MOVE ER-EMP-NUM TO PH-EMP-NUM.
           MOVE ER-EMP-HIREDATE TO PH-PERIOD-END.

           READ PAY-HISTORY
               INVALID KEY
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 MOVE 'VOID PERIOD NOT ON PAY HISTORY'
                     TO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
               NOT INVALID KEY
                 PERFORM 428-REVERSE-VOID-YTD
                 IF PH-GARN-DED > ZERO
                    PERFORM 430-BACK-OUT-GARN
                 END-IF
                 SUBTRACT ER-EMP-SALARY FROM PH-GROSS
                 SUBTRACT ER-EMP-COMM FROM PH-NET-PAY
                 MOVE ZEROS TO PH-FED-TAX
                 MOVE ZEROS TO PH-STATE-TAX
                 MOVE ZEROS TO PH-FICA-TAX
                 MOVE ZEROS TO PH-VOL-DED
                 MOVE ZEROS TO PH-GARN-DED
                 MOVE ZEROS TO PH-SUPP-PAY
                 MOVE ZEROS TO PH-401K-DED
                 MOVE ZEROS TO PH-S125-DED
                 MOVE ZEROS TO PH-ER-MATCH
                 PERFORM 431-CLEAR-PH-STATE
                         VARYING PHS-X FROM 1 BY 1
                         UNTIL PHS-X > 2
                 REWRITE PAY-HIST-RECORD
                 IF WS-PH-STATUS NOT = '00'
                    MOVE ER-EMP-NUM TO EX-EMPNO
                    MOVE SPACES TO EX-PROJNO
                    MOVE ZEROS TO EX-ACTNO
                    STRING 'VOID HISTORY REWRITE FAILED, STATUS='
                        WS-PH-STATUS DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                 END-IF
           END-READ.

      ***************************************************************
      * 319-WRITE-ACH-REVERSAL.
      *  - WRITE THE ACH DEBIT REVERSAL FOR A VOIDED PAYMENT.  AN
                 ADD WS-ROUTING-FIRST8 TO WS-ACH-HASH
           END-READ.

      ***************************************************************
      * 360-WRITE-POSPAY-CANCEL.
      *  - CANCEL A VOIDED PAPER CHECK WITH THE BANK.  THE CHECK
      *    NUMBER COMES IN ER-EMP-JOB AND THE ORIGINAL ISSUE DATE
      *    IS THE VOIDED PERIOD END IN ER-EMP-HIREDATE.  THE NET IS
      *    RECOVERED BY THE CANCELLED CHECK, NOT BY AN ACH DEBIT
      ***************************************************************
        360-WRITE-POSPAY-CANCEL.
           MOVE ER-EMP-JOB TO WS-VOID-CHECK-NO.
           MOVE SPACES TO WS-CHECK-PAYEE.
           STRING ER-EMP-FNAME DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  ER-EMP-LNAME DELIMITED BY SIZE
               INTO WS-CHECK-PAYEE.

           SET PP-CANCEL TO TRUE.
           MOVE CS-BANK-ACCOUNT TO PP-ACCOUNT.
           MOVE WS-VOID-CHECK-NO TO PP-CHECK-NO.
           MOVE ER-EMP-COMM TO PP-AMOUNT.
           MOVE ER-EMP-HIREDATE TO PP-ISSUE-DATE.
           MOVE WS-CHECK-PAYEE TO PP-PAYEE.
           MOVE POSPAY-DETAIL TO POSPAY-REC.
           WRITE POSPAY-REC.

           ADD 1 TO WS-PP-VOID-CNT.
           ADD ER-EMP-COMM TO WS-PP-VOID-AMT.
           ADD ER-EMP-COMM TO WS-VOID-CHECK-AMT.

           MOVE WS-VOID-CHECK-NO TO CR-CHECK-NO.
           MOVE ER-EMP-NUM TO CR-EMPNO.
           MOVE WS-CHECK-PAYEE TO CR-PAYEE.
           MOVE ER-EMP-SALARY TO CR-GROSS.
           COMPUTE WS-VOID-WORK = ER-EMP-COMM * -1.
           MOVE WS-VOID-WORK TO CR-NET.
           MOVE 'CANCELED' TO CR-STATUS.
           MOVE CHKREG-DETAIL-LINE TO CHECK-REG-REC.
           WRITE CHECK-REG-REC AFTER ADVANCING 1 LINE.

      ***************************************************************
      * 312-APPLY-CHANGE.
      *  - APPLY A C TRANSACTION: THE EMPLOYEE MUST BE ON FILE.
              MOVE WF-EMPNO TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'ERROR FETCHING CHANGE EMP, SQLCODE='
                  DISPLAY-SQLCODE DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
      ***************************************************************
      * 315-APPLY-TERMINATE.
      *  - APPLY A T TRANSACTION: THE EMPLOYEE MUST BE ON FILE.
      *    THE RECORD CARRIES THE LAST DAY WORKED IN
      *    ER-EMP-HIREDATE (BLANK MEANS THE PERIOD END) AND THE
      *    SEPARATION REASON CODE IN ER-EMP-JOB, A CODE STARTING
      *    WITH V BEING A VOLUNTARY QUIT.  PROJECT SEGMENTS ON THE
      *    RECORD REPLACE THE FINAL PERIOD'S HOURS AS FOR A CHANGE.
      *    THE FINAL PAY IS SETTLED THROUGH THE WAGE CALCULATION,
      *    THEN HIS PROJECT ROWS AND EMP ROW ARE AUDITED AND
      *    REMOVED.  A FINAL PAY THAT CANNOT BE CALCULATED HOLDS
      *    THE TERMINATION SO IT CAN BE PRESENTED AGAIN
      ***************************************************************
        315-APPLY-TERMINATE.
           PERFORM 309-CHECK-EMP-EXISTS.
                MOVE ER-EMP-NUM TO EX-EMPNO
                MOVE SPACES TO EX-PROJNO
                MOVE ZEROS TO EX-ACTNO
                MOVE 'TERM REJECTED - EMPLOYEE NOT ON FILE'
                    TO WS-REJECT-REASON
                PERFORM 333-WRITE-DB-EXCEPTION
                ADD 1 TO WS-BAL-REJ-CNT
                ADD ER-EMP-SALARY TO WS-BAL-SALARY-REJ
             ELSE
                PERFORM 391-FETCH-TERM-EMP
                IF EMP-COMMIT-OK AND ER-EMP-SEGS > 0
                   PERFORM 317-DELETE-PROJ-ROWS
                   ADD ER-EMP-SEGS TO WS-BAL-SEG-CNT
                   PERFORM 321-ADD-PROJ
                         VARYING PROJ-X FROM 1 BY 1
                         UNTIL PROJ-X > ER-EMP-SEGS
                            OR EMP-COMMIT-FAILED
                   PERFORM 144-CHECK-PUNCH-OVERLAY
                END-IF
                IF EMP-COMMIT-OK
                   PERFORM 318-SUM-PROJ-HOURS
                END-IF
                IF EMP-COMMIT-OK
                   PERFORM 392-SET-FINAL-PAY
                   PERFORM 330-CALC-WAGE
                   MOVE 'N' TO WS-TERM-SW
                   IF WAGE-CALC-INVALID
                      MOVE ER-EMP-NUM TO EX-EMPNO
                      MOVE SPACES TO EX-PROJNO
                      MOVE ZEROS TO EX-ACTNO
                      MOVE 'TERM HELD - FINAL PAY NOT CALCULATED'
                          TO WS-REJECT-REASON
                      PERFORM 333-WRITE-DB-EXCEPTION
                      ADD 1 TO WS-BAL-TERM-HELD
                      ADD 1 TO WS-BAL-REJ-CNT
                      ADD ER-EMP-SALARY TO WS-BAL-SALARY-REJ
                   ELSE
                      PERFORM 317-DELETE-PROJ-ROWS
                      IF NOT EMP-COMMIT-FAILED
                         PERFORM 316-DELETE-EMP-ROW
                      END-IF
                      IF EMP-COMMIT-OK
                         PERFORM 397-SETTLE-TERMINATION
                         ADD ER-EMP-SALARY TO WS-BAL-SALARY-APP
                         PERFORM 340-WRITE-CHECKPOINT
                      END-IF
                   END-IF
                END-IF
             END-IF
           END-IF.
                MOVE WF-EMPNO TO EX-EMPNO
                MOVE SPACES TO EX-PROJNO
                MOVE ZEROS TO EX-ACTNO
                STRING 'ERROR DELETING PROJACT, SQLCODE='
                    DISPLAY-SQLCODE DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                PERFORM 333-WRITE-DB-EXCEPTION
      *    318-SUM-PROJ-HOURS) INTO STRAIGHT AND OVERTIME AND
      *    COMPUTE THE WEEKLY WAGE FROM THE SALARY ON SCM.EMP.
      *    CALENDAR HOLIDAYS PAY EIGHT HOURS EACH AT THE STRAIGHT
      *    RATE ON TOP OF THE WORKED HOURS.  A BONUS OR COMMISSION
      *    KEYED ON THE TRANSACTION IS ADDED AS SUPPLEMENTAL PAY
      ***************************************************************
        330-CALC-WAGE.
           SET WAGE-CALC-VALID TO TRUE.
           MOVE ZEROS TO WS-WAGES-EARNED.
           MOVE ZEROS TO WS-RETRO-AMT.

           PERFORM 380-SET-SUPPLEMENTAL.

           IF WS-TOTAL-HOURS > WS-OT-THRESHOLD
              COMPUTE WS-OT-TOTAL = WS-TOTAL-HOURS - WS-OT-THRESHOLD
              MOVE WS-OT-THRESHOLD TO WS-STRAIGHT-HOURS

           MOVE ZEROS TO WS-HOLIDAY-PAY.
           IF WAGE-CALC-VALID AND WS-HOLIDAY-CNT > ZERO
              AND NOT SUPP-ONLY-PAY
              COMPUTE WS-HOLIDAY-PAY ROUNDED =
                  WS-HOLIDAY-CNT * 8 * WS-HOURLY-RATE
              ADD WS-HOLIDAY-PAY TO WS-WAGES-EARNED
           END-IF.

           MOVE ZEROS TO WS-SHIFT-DIFF-PAY.
           IF WAGE-CALC-VALID AND NOT SUPP-ONLY-PAY
              PERFORM 372-ADD-SHIFT-DIFF
           END-IF.

           IF WAGE-CALC-VALID AND TERM-SETTLEMENT
              PERFORM 396-ADD-FINAL-LEAVE-PAY
           END-IF.

           IF WAGE-CALC-VALID AND RETRO-RUN AND NOT SUPP-ONLY-PAY
              PERFORM 351-CALC-RETRO
           END-IF.

           IF WAGE-CALC-VALID
              PERFORM 344-READ-YTD
              PERFORM 381-CHECK-SUPP-PAID
              IF WAGE-CALC-VALID
                 ADD WS-SUPP-PAY TO WS-WAGES-EARNED
                 PERFORM 335-CALC-DEDUCTIONS
              END-IF
           END-IF.

           ADD 1 TO WS-EMP-CNT.
           ELSE
              PERFORM 355-CALC-EMPLOYER-TAX
              PERFORM 373-POST-GARNISHMENTS
              PERFORM 403-SET-WC-CLASS
              IF NOT RUN-MODE-TRIAL
                 PERFORM 345-UPDATE-YTD
              END-IF
              IF WS-RETRO-AMT NOT = ZERO
                 PERFORM 352-WRITE-RETRO-LINE
              END-IF
              IF WS-SUPP-PAY NOT = ZERO
                 PERFORM 383-WRITE-SUPP-LINE
              END-IF
              IF WS-PRETAX-TOT NOT = ZERO OR WS-ER-MATCH NOT = ZERO
                 PERFORM 390-WRITE-PRETAX-LINE
              END-IF
              PERFORM 364-WRITE-GARN-LINES
                      VARYING GLN-X FROM 1 BY 1
                      UNTIL GLN-X > WS-GARN-LINE-CNT
              IF NOT TERM-SETTLEMENT
                 PERFORM 367-UPDATE-LEAVE
              END-IF
              PERFORM 339-WRITE-PAYSTUB
              IF RUN-MODE-TRIAL
                 PERFORM 370-CHECK-NET-VARIANCE
              ELSE
                 MOVE SPACES TO WS-ACH-TRACE-CUR
                 PERFORM 341-WRITE-ACH-DETAIL
                 PERFORM 349-WRITE-PAY-HISTORY
                 PERFORM 388-WRITE-PLAN-CONTRIB
                         VARYING PTX-X FROM 1 BY 1
                         UNTIL PTX-X > WS-PTX-CNT
              END-IF
              PERFORM 346-DISTRIBUTE-LABOR
           END-IF.
           MOVE PAYROLL-DETAIL-LINE TO PAYROLL-REC.
           WRITE PAYROLL-REC AFTER ADVANCING 1 LINE.
      ***************************************************************
      * 332-WRITE-WAGE-EXCEPTION.
      *  - LOG AN EMPLOYEE WHOSE WAGE CALCULATION OVERFLOWED TO THE
      *    EXCEPTION REPORT INSTEAD OF PRINTING A CORRUPTED FIGURE
      ***************************************************************
        332-WRITE-WAGE-EXCEPTION.
           MOVE ER-EMP-NUM TO EX-EMPNO.
           MOVE SPACES TO EX-PROJNO.
           MOVE ZEROS TO EX-ACTNO.
           MOVE WS-REJECT-REASON TO EX-REASON.

           MOVE EXCEPT-DETAIL-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-EXCEPT-CNT.
           ADD 1 TO WS-BAL-WAGEEX-CNT.
      ***************************************************************
      * 333-WRITE-DB-EXCEPTION.
      *  - LOG A GENERIC OPEN/SQLCODE FAILURE TO THE EXCEPTION
      *    REPORT.  CALLER MOVES THE APPLICABLE KEY TO EX-EMPNO, THE
      *    APPLICABLE PROJECT/ACTIVITY CONTEXT (OR SPACES/ZEROS WHEN
      *    NONE APPLIES) TO EX-PROJNO/EX-ACTNO, AND THE REASON TEXT TO
      *    WS-REJECT-REASON BEFORE CALLING
      ***************************************************************
        333-WRITE-DB-EXCEPTION.
           MOVE WS-REJECT-REASON TO EX-REASON.

           MOVE EXCEPT-DETAIL-LINE TO EXCEPT-REC.
           WRITE EXCEPT-REC AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-EXCEPT-CNT.
      ***************************************************************
      * 335-CALC-DEDUCTIONS.
      *  - APPLY THE DEDUCTION MASTER TO THE GROSS WAGE: FEDERAL AND
      *    STATE WITHHOLDING, FICA, THE COURT ORDERED GARNISHMENTS
      *    AGAINST DISPOSABLE EARNINGS, AND THE EMPLOYEE'S VOLUNTARY
      *    DEDUCTIONS, THEN DERIVE NET PAY.  INCOME TAX FOLLOWS THE
      *    EMPLOYEE'S W-4 PROFILE: EACH BRACKET OF THE FILING
      *    STATUS'S SET IS TAXED AT ITS OWN RATE, THE FEDERAL
      *    DEPENDENT CREDIT COMES OFF THE TAX AND THE STATE
      *    ALLOWANCE OFF THE WAGES (BOTH ANNUAL, SPREAD OVER THE
      *    PERIODS IN THE YEAR), AND ANY EXTRA FLAT WITHHOLDING IS
      *    ADDED WHEN REGULAR WAGES ARE PAID.  AN UNEXPIRED EXEMPT
      *    CLAIM STOPS INCOME TAX WITHHOLDING BUT NOT FICA.
      *    STATE TAX IS WORKED FOR EACH STATE THE PERIOD IS WITHHELD
      *    FOR (SEE 407-SET-TAX-STATES) ON THAT STATE'S BRACKETS; THE
      *    STATE EXTRA WITHHOLDING GOES TO THE FIRST STATE.
      *    PRE-TAX PLAN CONTRIBUTIONS COME OFF FEDERAL AND STATE
      *    TAXABLE WAGES FIRST; SECTION 125 ALSO COMES OFF FICA
      *    WAGES, WHOSE WAGE BASE TEST RUNS ON PRIOR FICA WAGES.
      *    SUPPLEMENTAL PAY STAYS OUT OF THE FEDERAL BRACKETS AND IS
      *    WITHHELD AT THE FLAT SUPPLEMENTAL RATE INSTEAD; IT IS
      *    STILL SUBJECT TO STATE AND FICA
      ***************************************************************
        335-CALC-DEDUCTIONS.
           MOVE ZEROS TO WS-FED-TAX.
           MOVE ZEROS TO WS-STATE-TAX.
           MOVE ZEROS TO WS-FICA-TAX.
           MOVE ZEROS TO WS-GARN-DED-TOT.
           MOVE ZEROS TO WS-VOL-DED-TOT.
           MOVE ZEROS TO WS-NET-PAY.
           MOVE ZEROS TO WS-FED-RATE-USED.
           MOVE ZEROS TO WS-ST-RATE-USED.
           MOVE ZEROS TO WS-SUPP-FED-TAX.

           PERFORM 384-READ-W4-PROFILE.
           PERFORM 385-CALC-PRETAX.

           COMPUTE WS-FED-TAXABLE =
               WS-WAGES-EARNED - WS-SUPP-PAY - WS-PRETAX-TOT.
           IF WS-FED-TAXABLE < ZERO
              MOVE ZEROS TO WS-FED-TAXABLE
           END-IF.
           IF W4-EXEMPT-INACTIVE
              MOVE ZEROS TO WS-TAX-WORK
              PERFORM 336-CALC-FED-BRACKET
                      VARYING FED-X FROM 1 BY 1
                      UNTIL FED-X > WS-FED-CNT (FSET-X)
              COMPUTE WS-FED-TAX ROUNDED = WS-TAX-WORK
              COMPUTE WS-FED-CREDIT-PER ROUNDED =
                  W4-FED-DEP-CREDIT / WS-PERIODS-YR
              IF WS-FED-CREDIT-PER > WS-FED-TAX
                 MOVE ZEROS TO WS-FED-TAX
              ELSE
                 SUBTRACT WS-FED-CREDIT-PER FROM WS-FED-TAX
              END-IF
              IF WS-FED-TAXABLE > ZERO
                 ADD W4-FED-EXTRA TO WS-FED-TAX
              END-IF
              IF WS-SUPP-PAY > ZERO
                 COMPUTE WS-SUPP-FED-TAX ROUNDED =
                     WS-SUPP-PAY * WS-SUPP-PCT
                 ADD WS-SUPP-FED-TAX TO WS-FED-TAX
              END-IF
           END-IF.

           COMPUTE WS-ST-ALLOW-PER ROUNDED =
               W4-ST-ALLOW-AMT / WS-PERIODS-YR.
           COMPUTE WS-ST-WAGES = WS-WAGES-EARNED - WS-PRETAX-TOT.
           IF WS-ST-WAGES < ZERO
              MOVE ZEROS TO WS-ST-WAGES
           END-IF.
           COMPUTE WS-ST-TAXABLE = WS-ST-WAGES - WS-ST-ALLOW-PER.
           IF WS-ST-TAXABLE < ZERO
              MOVE ZEROS TO WS-ST-TAXABLE
           END-IF.
           MOVE ZEROS TO WS-ST-CREDIT.
           PERFORM 410-CALC-STATE-TAX
                   VARYING PST-X FROM 1 BY 1
                   UNTIL PST-X > WS-PST-CNT.
           IF W4-EXEMPT-INACTIVE AND WS-FED-TAXABLE > ZERO
              ADD W4-ST-EXTRA TO WS-PST-TAX (1)
           END-IF.
           COMPUTE WS-STATE-TAX = WS-PST-TAX (1) + WS-PST-TAX (2).

           COMPUTE WS-FICA-TAXABLE = WS-WAGES-EARNED - WS-PRETAX-S125.
           IF WS-FICA-LIMIT > ZERO
              IF WS-YTD-PRIOR-FICA >= WS-FICA-LIMIT
                 MOVE ZEROS TO WS-FICA-TAXABLE
              ELSE
                 IF WS-YTD-PRIOR-FICA + WS-FICA-TAXABLE
                    > WS-FICA-LIMIT
                    COMPUTE WS-FICA-TAXABLE =
                        WS-FICA-LIMIT - WS-YTD-PRIOR-FICA
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-FICA-TAX ROUNDED =
               WS-FICA-TAXABLE * WS-FICA-PCT.

           COMPUTE WS-DISPOSABLE =
               WS-WAGES-EARNED - WS-FED-TAX - WS-STATE-TAX
               - WS-FICA-TAX.
           IF WS-DISPOSABLE < ZERO
              MOVE ZEROS TO WS-DISPOSABLE
           END-IF.
           PERFORM 358-CALC-GARNISHMENTS.

           PERFORM 338-ADD-VOL-DED
                   VARYING VOL-X FROM 1 BY 1
                   UNTIL VOL-X > WS-VOL-CNT.

           COMPUTE WS-NET-PAY =
               WS-WAGES-EARNED - WS-FED-TAX - WS-STATE-TAX
               - WS-FICA-TAX - WS-GARN-DED-TOT - WS-VOL-DED-TOT
               - WS-PRETAX-TOT.

           IF WS-NET-PAY < ZERO
              SET WAGE-CALC-INVALID TO TRUE
              MOVE 'DEDUCTIONS EXCEED GROSS PAY'
                  TO WS-REJECT-REASON
           END-IF.
      ***************************************************************
      * 336-CALC-FED-BRACKET.
      *  - TAX THE SLICE OF FEDERAL TAXABLE WAGES THAT FALLS IN ONE
      *    BRACKET OF THE FILING STATUS'S SET.  THE SET IS LOADED IN
      *    ASCENDING FLOOR ORDER, SO THE SLICE RUNS FROM THIS FLOOR
      *    UP TO THE NEXT FLOOR OR THE WAGES, WHICHEVER IS LOWER
      ***************************************************************
        336-CALC-FED-BRACKET.
           IF WS-FED-TAXABLE > WS-FED-FLOOR (FSET-X, FED-X)
              MOVE WS-FED-TAXABLE TO WS-TAX-CEILING
              IF FED-X < WS-FED-CNT (FSET-X)
                 IF WS-FED-FLOOR (FSET-X, FED-X + 1) < WS-TAX-CEILING
                    MOVE WS-FED-FLOOR (FSET-X, FED-X + 1)
                        TO WS-TAX-CEILING
                 END-IF
              END-IF
              COMPUTE WS-TAX-SLICE =
                  WS-TAX-CEILING - WS-FED-FLOOR (FSET-X, FED-X)
              COMPUTE WS-TAX-WORK = WS-TAX-WORK
                  + WS-TAX-SLICE * WS-FED-RATE (FSET-X, FED-X)
              MOVE WS-FED-RATE (FSET-X, FED-X) TO WS-FED-RATE-USED
           END-IF.
      ***************************************************************
      * 337-CALC-STATE-BRACKET.
      *  - SAME BRACKET SLICE AS 336 AGAINST THE STATE'S SET
      ***************************************************************
        337-CALC-STATE-BRACKET.
           IF WS-ST-TAXABLE > WS-ST-FLOOR (STX-X, SSET-X, ST-X)
              MOVE WS-ST-TAXABLE TO WS-TAX-CEILING
              IF ST-X < WS-ST-CNT (STX-X, SSET-X)
                 IF WS-ST-FLOOR (STX-X, SSET-X, ST-X + 1)
                    < WS-TAX-CEILING
                    MOVE WS-ST-FLOOR (STX-X, SSET-X, ST-X + 1)
                        TO WS-TAX-CEILING
                 END-IF
              END-IF
              COMPUTE WS-TAX-SLICE =
                  WS-TAX-CEILING - WS-ST-FLOOR (STX-X, SSET-X, ST-X)
              COMPUTE WS-TAX-WORK = WS-TAX-WORK
                  + WS-TAX-SLICE * WS-ST-RATE (STX-X, SSET-X, ST-X)
              MOVE WS-ST-RATE (STX-X, SSET-X, ST-X)
                  TO WS-ST-RATE-USED
           END-IF.
      ***************************************************************
      * 338-ADD-VOL-DED.
      *  - ACCUMULATE EVERY VOLUNTARY DEDUCTION ON FILE FOR THE
      *    CURRENT EMPLOYEE
      ***************************************************************
        338-ADD-VOL-DED.
           IF WS-VOL-EMPNO (VOL-X) = ER-EMP-NUM
              ADD WS-VOL-AMT (VOL-X) TO WS-VOL-DED-TOT
           END-IF.
      ***************************************************************
      * 339-WRITE-PAYSTUB.
      *  - WRITE THE MACHINE-READABLE PAY-STUB RECORD FOR THE
      *    CURRENT EMPLOYEE
      ***************************************************************
        339-WRITE-PAYSTUB.
           MOVE ER-EMP-NUM TO PS-EMPNO.
           MOVE WS-WAGES-EARNED TO PS-GROSS.
           MOVE WS-FED-TAX TO PS-FED-TAX.
           MOVE WS-STATE-TAX TO PS-STATE-TAX.
           MOVE WS-FICA-TAX TO PS-FICA-TAX.
           MOVE WS-VOL-DED-TOT TO PS-VOL-DED.
           MOVE WS-GARN-DED-TOT TO PS-GARN-DED.
           MOVE WS-NET-PAY TO PS-NET-PAY.
           MOVE WS-PERIOD-END TO PS-PERIOD-END.
           MOVE WS-RETRO-AMT TO PS-RETRO.
           MOVE WS-VAC-BAL-CUR TO PS-VAC-BAL.
           MOVE WS-SICK-BAL-CUR TO PS-SICK-BAL.
           MOVE WS-SUPP-PAY TO PS-SUPP-PAY.
           MOVE WS-PRETAX-TOT TO PS-PRETAX-DED.
           MOVE WS-ER-MATCH TO PS-ER-MATCH.

           MOVE PAYSTUB-DETAIL-LINE TO PAYSTUB-REC.
           WRITE PAYSTUB-REC AFTER ADVANCING 1 LINE.
      ***************************************************************
      * 349-WRITE-PAY-HISTORY.
      *  - KEY THIS PERIOD'S STUB FIGURES INTO THE PAY HISTORY
      *    MASTER BY EMPLOYEE AND PERIOD END, SO THE FRONT OFFICE
      *    CAN ANSWER A DISPUTE OR REPRINT A LOST STUB WITHOUT
      *    DIGGING THROUGH THE REPORT ARCHIVES.  AN OFF CYCLE
      *    REISSUE FOR THE SAME PERIOD REPLACES THE EARLIER ROW;
      *    AN OFF CYCLE BONUS OR COMMISSION IS ADDED ONTO IT
      ***************************************************************
        349-WRITE-PAY-HISTORY.
           MOVE ER-EMP-NUM TO PH-EMP-NUM.
           MOVE WS-PERIOD-END TO PH-PERIOD-END.
           MOVE WS-WAGES-EARNED TO PH-GROSS.
           MOVE WS-FED-TAX TO PH-FED-TAX.
           MOVE WS-STATE-TAX TO PH-STATE-TAX.
           MOVE WS-FICA-TAX TO PH-FICA-TAX.
           MOVE WS-VOL-DED-TOT TO PH-VOL-DED.
           MOVE WS-GARN-DED-TOT TO PH-GARN-DED.
           MOVE WS-NET-PAY TO PH-NET-PAY.
           MOVE WS-RETRO-AMT TO PH-RETRO.
           MOVE WS-SUPP-PAY TO PH-SUPP-PAY.
           MOVE WS-PRETAX-401K TO PH-401K-DED.
           MOVE WS-PRETAX-S125 TO PH-S125-DED.
           MOVE WS-ER-MATCH TO PH-ER-MATCH.
           MOVE WS-ACH-TRACE-CUR TO PH-ACH-TRACE.
           MOVE SPACES TO PH-ACH-STATUS.
           MOVE SPACES TO PH-ST-CODE (1).
           MOVE ZEROS TO PH-ST-WAGES (1).
           MOVE ZEROS TO PH-ST-TAX (1).
           MOVE SPACES TO PH-ST-CODE (2).
           MOVE ZEROS TO PH-ST-WAGES (2).
           MOVE ZEROS TO PH-ST-TAX (2).
           PERFORM 416-MOVE-PH-STATE
                   VARYING PST-X FROM 1 BY 1
                   UNTIL PST-X > WS-PST-CNT.

           WRITE PAY-HIST-RECORD
               INVALID KEY
                 IF SUPP-ONLY-PAY
                    PERFORM 382-MERGE-SUPP-HISTORY
                 ELSE
                    REWRITE PAY-HIST-RECORD
                 END-IF
           END-WRITE.

           IF WS-PH-STATUS NOT = '00'
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'PAY HISTORY WRITE FAILED, STATUS='
                  WS-PH-STATUS DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           END-IF.
      ***************************************************************
      * 340-WRITE-CHECKPOINT.
      *  - PERIODICALLY PERSIST THE LAST SUCCESSFULLY COMMITTED
      *    ER-EMP-NUM SO A RESTART CAN RESUME FROM THIS POINT
      *    INSTEAD OF REPROCESSING THE WHOLE BATCH WINDOW
      ***************************************************************
        340-WRITE-CHECKPOINT.
           IF RUN-MODE-TRIAL
              CONTINUE
           ELSE
           ADD 1 TO WS-CKPT-COUNTER
           IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
              MOVE ER-EMP-NUM TO CK-LAST-EMPNO
              OPEN OUTPUT CHECKPOINT-FILE
              IF WS-CKPT-STATUS NOT = '00'
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'CHECKPOINT OPEN FAILED, STATUS='
                     WS-CKPT-STATUS DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              ELSE
                 WRITE CHECKPOINT-RECORD
                 IF WS-CKPT-STATUS NOT = '00'
                    MOVE ER-EMP-NUM TO EX-EMPNO
                    MOVE SPACES TO EX-PROJNO
                    MOVE ZEROS TO EX-ACTNO
                    STRING 'CHECKPOINT WRITE FAILED, STATUS='
                        WS-CKPT-STATUS DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                 END-IF
                 CLOSE CHECKPOINT-FILE
              END-IF
              MOVE ZERO TO WS-CKPT-COUNTER
           END-IF
           END-IF.
      ***************************************************************
      * 341-WRITE-ACH-DETAIL.
      *  - WRITE ONE ACH ENTRY DETAIL FOR THE CURRENT PAID EMPLOYEE
      *    FROM HIS BANK DETAIL RECORD.  AN EMPLOYEE WITH NO BANK
      *    RECORD FALLS OUT AS A CHECK PRINT ITEM ON THE EXCEPTION
      *    REPORT INSTEAD OF BEING DROPPED FROM THE PAY RUN, AS DOES
      *    ONE WHOSE RECORD IS ENDED, WAITING ON A PRENOTE OR MARKED
      *    RETURNED BY THE BANK
      ***************************************************************
        341-WRITE-ACH-DETAIL.
           MOVE ER-EMP-NUM TO BK-EMP-NUM.
           READ BANK-DETAIL
               INVALID KEY
                 MOVE 'NO BANK RECORD - CHECK PRINT ITEM'
                     TO WS-REJECT-REASON
                 PERFORM 342-WRITE-CHECK-PRINT
               NOT INVALID KEY
                 IF BK-PRENOTE-PENDING
                    PERFORM 354-CHECK-PRENOTE
                 END-IF
                 EVALUATE TRUE
                     WHEN BK-ACCOUNT-ENDED
                       MOVE 'BANK RECORD ENDED - CHECK PRINT ITEM'
                           TO WS-REJECT-REASON
                       PERFORM 342-WRITE-CHECK-PRINT
                     WHEN BK-ACCOUNT-RETURNED
                       MOVE 'ACH RETURNED - CHECK PRINT ITEM'
                           TO WS-REJECT-REASON
                       PERFORM 342-WRITE-CHECK-PRINT
                     WHEN BK-PRENOTE-PENDING
                       MOVE 'PRENOTE WAIT - CHECK PRINT ITEM'
                           TO WS-REJECT-REASON
                       PERFORM 342-WRITE-CHECK-PRINT
                     WHEN OTHER
                       PERFORM 357-WRITE-ACH-CREDIT
                 END-EVALUATE
           END-READ.
      ***************************************************************
      * 354-CHECK-PRENOTE.
      *  - RELEASE A PENDING PRENOTE ONCE A FULL PAY PERIOD HAS
      *    PASSED SINCE IT WAS SENT.  AN ACCOUNT PRENOTED THIS
      *    PERIOD STAYS HELD AS A CHECK PRINT ITEM
      ***************************************************************
        354-CHECK-PRENOTE.
           IF BK-PRENOTE-PERIOD < WS-EFF-DATE
              MOVE SPACES TO BK-PRENOTE-STATUS
              MOVE SPACES TO BK-PRENOTE-PERIOD
              REWRITE BANK-RECORD
              IF WS-BANK-STATUS NOT = '00'
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'PRENOTE CLEAR FAILED, STATUS='
                     WS-BANK-STATUS DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.
      ***************************************************************
      * 357-WRITE-ACH-CREDIT.
      *  - WRITE THE LIVE ACH CREDIT FOR THE CURRENT PAID EMPLOYEE
      *    FROM HIS BANK DETAIL RECORD.  THE TRACE NUMBER IS KEPT
      *    ON THE PAY HISTORY RECORD SO A RETURN OR NOTIFICATION OF
      *    CHANGE FROM THE BANK CAN BE MATCHED BACK TO THE PAYMENT
      ***************************************************************
        357-WRITE-ACH-CREDIT.
           IF BK-SAVINGS
              MOVE 32 TO ACH-ED-TRAN-CODE
           ELSE
              MOVE 22 TO ACH-ED-TRAN-CODE
           END-IF.
           MOVE BK-ROUTING TO ACH-ED-ROUTING.
           MOVE BK-ACCOUNT TO ACH-ED-ACCOUNT.
           MOVE WS-NET-PAY TO ACH-ED-AMOUNT.
           MOVE ER-EMP-NUM TO ACH-ED-IND-ID.
           MOVE SPACES TO ACH-ED-NAME.
           STRING ER-EMP-FNAME DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  ER-EMP-LNAME DELIMITED BY SIZE
               INTO ACH-ED-NAME.
           MOVE ACH-BH-ODFI TO ACH-ED-TRACE-ODFI.
           ADD 1 TO WS-ACH-SEQ.
           MOVE WS-ACH-SEQ TO ACH-ED-TRACE-SEQ.
           MOVE ACH-ED-TRACE TO WS-ACH-TRACE-CUR.
           MOVE ACH-ENTRY-DETAIL TO DEPOSIT-REC.
           WRITE DEPOSIT-REC.
           ADD 1 TO WS-ACH-ENTRY-CNT.
           ADD WS-NET-PAY TO WS-ACH-TOT-CREDIT.
           MOVE BK-ROUTING TO WS-ROUTING-WORK.
           ADD WS-ROUTING-FIRST8 TO WS-ACH-HASH.
      ***************************************************************
      * 342-WRITE-CHECK-PRINT.
      *  - REPORT A PAID EMPLOYEE WITH NO USABLE BANK DETAIL (NO
      *    RECORD, OR A PRENOTE STILL WAITING) AS A CHECK PRINT
      *    ITEM AND KEEP HIS NET IN THE CHECK TOTALS SO THE
      *    DEPOSIT FILE STILL TIES BACK TO THE REGISTER.  CALLER
      *    LEAVES THE REASON IN WS-REJECT-REASON.  THE CHECK TAKES
      *    THE NEXT CHECK STOCK NUMBER, IS PRINTED WITH ITS STUB,
      *    LISTED ON THE CHECK REGISTER AND SENT TO THE BANK ON
      *    THE POSITIVE PAY FILE
      ***************************************************************
        342-WRITE-CHECK-PRINT.
           MOVE ER-EMP-NUM TO EX-EMPNO.
           MOVE SPACES TO EX-PROJNO.
           MOVE ZEROS TO EX-ACTNO.
           PERFORM 333-WRITE-DB-EXCEPTION.

           ADD 1 TO WS-CHECK-PRINT-CNT.
           ADD WS-NET-PAY TO WS-CHECK-PRINT-AMT.

           ADD 1 TO WS-CHECK-NO.
           MOVE ER-EMP-NUM TO WS-CHECK-EMPNO.
           MOVE WS-PERIOD-END TO WS-CHECK-PERIOD.
           MOVE SPACES TO WS-CHECK-PAYEE.
           STRING ER-EMP-FNAME DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  ER-EMP-LNAME DELIMITED BY SIZE
               INTO WS-CHECK-PAYEE.
           MOVE WS-SUPP-PAY TO WS-CHECK-SUPP.
           COMPUTE WS-CHECK-PRETAX = WS-PRETAX-401K + WS-PRETAX-S125.
           PERFORM 376-PRINT-CHECK.
           PERFORM 377-WRITE-CHECK-REG-LINE.
           PERFORM 378-WRITE-POSPAY-ISSUE.
      ***************************************************************
      * 376-PRINT-CHECK.
      *  - PRINT ONE CHECK FORM: THE STUB WITH THE PERIOD'S
      *    EARNINGS AND DEDUCTIONS, THEN THE CHECK FACE WITH THE
      *    NUMBER, DATE, PAYEE AND PROTECTED AMOUNT.  THE CHECK IS
      *    DATED THE PERIOD END, THE SAME AS THE ACH EFFECTIVE DATE.
      *    THE STUB CARRIES THE PAY PERIOD THE CHECK IS FOR, WHICH
      *    IS AN EARLIER PERIOD WHEN A RETURNED DEPOSIT IS REISSUED.
      *    THE SUPPLEMENTAL AND PRE-TAX (401K PLUS SECTION 125)
      *    COLUMNS COME FROM WS-CHECK-SUPP AND WS-CHECK-PRETAX, SET
      *    BY THE CALLER WITH THE PAYEE
      ***************************************************************
        376-PRINT-CHECK.
           MOVE WS-CHECK-EMPNO TO CK-STUB-EMPNO.
           MOVE WS-CHECK-PAYEE TO CK-STUB-NAME.
           MOVE WS-CHECK-PERIOD TO CK-STUB-PERIOD.
           MOVE WS-CHECK-NO TO CK-STUB-CHECK-NO.
           MOVE CHECK-STUB-ID-LINE TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING PAGE.

           MOVE CHECK-STUB-HEAD-LINE TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING 2 LINES.

           MOVE WS-WAGES-EARNED TO CK-STUB-GROSS.
           MOVE WS-CHECK-SUPP TO CK-STUB-SUPP.
           MOVE WS-CHECK-PRETAX TO CK-STUB-PRETAX.
           MOVE WS-FED-TAX TO CK-STUB-FED.
           MOVE WS-STATE-TAX TO CK-STUB-STATE.
           MOVE WS-FICA-TAX TO CK-STUB-FICA.
           MOVE WS-VOL-DED-TOT TO CK-STUB-VOL.
           MOVE WS-GARN-DED-TOT TO CK-STUB-GARN.
           MOVE WS-NET-PAY TO CK-STUB-NET.
           MOVE CHECK-STUB-AMT-LINE TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING 1 LINE.

           MOVE WS-CHECK-NO TO CK-FACE-CHECK-NO.
           MOVE WS-PERIOD-END TO CK-FACE-DATE.
           MOVE CHECK-FACE-NO-LINE TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING 6 LINES.

           MOVE WS-CHECK-PAYEE TO CK-FACE-PAYEE.
           MOVE WS-NET-PAY TO CK-FACE-AMOUNT.
           MOVE CHECK-FACE-PAY-LINE TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING 2 LINES.

           MOVE WS-CHECK-EMPNO TO CK-FACE-EMPNO.
           MOVE WS-CHECK-PERIOD TO CK-FACE-PERIOD.
           MOVE CHECK-FACE-MEMO-LINE TO CHECK-REC.
           WRITE CHECK-REC AFTER ADVANCING 2 LINES.
      ***************************************************************
      * 377-WRITE-CHECK-REG-LINE.
      *  - LIST THE CHECK JUST PRINTED ON THE CHECK REGISTER.  THE
      *    REGISTER TOTAL MUST TIE TO THE CHECK PRINT ITEMS ON THE
      *    BALANCING REPORT
      ***************************************************************
        377-WRITE-CHECK-REG-LINE.
           MOVE WS-CHECK-NO TO CR-CHECK-NO.
           MOVE WS-CHECK-EMPNO TO CR-EMPNO.
           MOVE WS-CHECK-PAYEE TO CR-PAYEE.
           MOVE WS-WAGES-EARNED TO CR-GROSS.
           MOVE WS-NET-PAY TO CR-NET.
           MOVE 'ISSUED' TO CR-STATUS.
           MOVE CHKREG-DETAIL-LINE TO CHECK-REG-REC.
           WRITE CHECK-REG-REC AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-CHKREG-CNT.
           ADD WS-NET-PAY TO WS-CHKREG-AMT.
      ***************************************************************
      * 378-WRITE-POSPAY-ISSUE.
      *  - WRITE THE POSITIVE PAY ISSUE RECORD FOR THE CHECK JUST
      *    PRINTED SO THE BANK WILL HONOR IT.  THE BANK REFUSES
      *    ANY CHECK ON THE ACCOUNT IT HAS NO ISSUE RECORD FOR
      ***************************************************************
        378-WRITE-POSPAY-ISSUE.
           SET PP-ISSUE TO TRUE.
           MOVE CS-BANK-ACCOUNT TO PP-ACCOUNT.
           MOVE WS-CHECK-NO TO PP-CHECK-NO.
           MOVE WS-NET-PAY TO PP-AMOUNT.
           MOVE WS-PERIOD-END TO PP-ISSUE-DATE.
           MOVE WS-CHECK-PAYEE TO PP-PAYEE.
           MOVE POSPAY-DETAIL TO POSPAY-REC.
           WRITE POSPAY-REC.

           ADD 1 TO WS-PP-ISSUE-CNT.
           ADD WS-NET-PAY TO WS-PP-ISSUE-AMT.
      ***************************************************************
      * 379-WRITE-POSPAY-TRAILER.
      *  - CLOSE THE POSITIVE PAY FILE WITH THE ISSUE AND CANCEL
      *    COUNTS AND AMOUNTS THE BANK BALANCES THE FILE TO
      ***************************************************************
        379-WRITE-POSPAY-TRAILER.
           MOVE CS-BANK-ACCOUNT TO PP-TR-ACCOUNT.
           MOVE WS-PP-ISSUE-CNT TO PP-TR-ISSUE-CNT.
           MOVE WS-PP-ISSUE-AMT TO PP-TR-ISSUE-AMT.
           MOVE WS-PP-VOID-CNT TO PP-TR-CANCEL-CNT.
           MOVE WS-PP-VOID-AMT TO PP-TR-CANCEL-AMT.
           MOVE POSPAY-TRAILER TO POSPAY-REC.
           WRITE POSPAY-REC.
      ***************************************************************
      * 380-SET-SUPPLEMENTAL.
      *  - PICK UP A BONUS OR COMMISSION KEYED ON THIS A OR C
      *    TRANSACTION AS SUPPLEMENTAL PAY.  THE AMOUNT STORED ON
      *    SCM.EMP IS NOT PAID AGAIN UNLESS IT IS KEYED AGAIN.  AN
      *    OFF CYCLE RECORD CARRYING ONLY A BONUS OR COMMISSION AND
      *    NO PROJECT SEGMENTS PAYS THE SUPPLEMENTAL ALONE, WITH NO
      *    REGULAR HOURS
      ***************************************************************
        380-SET-SUPPLEMENTAL.
           MOVE ZEROS TO WS-SUPP-BONUS.
           MOVE ZEROS TO WS-SUPP-COMM.
           MOVE ZEROS TO WS-SUPP-PAY.
           MOVE ZEROS TO WS-SUPP-FED-TAX.
           MOVE 'N' TO WS-SUPP-ONLY-SW.

           IF ER-EMP-BONUS > ZERO
              MOVE ER-EMP-BONUS TO WS-SUPP-BONUS
           END-IF.
           IF ER-EMP-COMM > ZERO
              MOVE ER-EMP-COMM TO WS-SUPP-COMM
           END-IF.
           COMPUTE WS-SUPP-PAY = WS-SUPP-BONUS + WS-SUPP-COMM.

           IF WS-SUPP-PAY > ZERO AND RUN-MODE-OFFCYCLE
              AND ER-EMP-SEGS = 0
              SET SUPP-ONLY-PAY TO TRUE
              MOVE ZEROS TO WS-TOTAL-HOURS
           END-IF.

           IF WS-SUPP-PAY > ZERO AND WS-SUPP-PCT = ZERO
              SET WAGE-CALC-INVALID TO TRUE
              MOVE 'NO SUPPLEMENTAL RATE ON DEDUCTION MASTER'
                  TO WS-REJECT-REASON
           END-IF.
      ***************************************************************
      * 381-CHECK-SUPP-PAID.
      *  - A SUPPLEMENTAL PAYMENT IS MADE ONCE.  WHEN THE YTD MASTER
      *    SHOWS ONE ALREADY PAID FOR THIS PERIOD END (THE SAME
      *    TRANSACTION PRESENTED TO A SECOND RUN) IT IS DROPPED AND
      *    LISTED ON THE EXCEPTION REPORT.  AN OFF CYCLE RECORD
      *    THAT CARRIED NOTHING BUT THE SUPPLEMENTAL HAS NOTHING
      *    LEFT TO PAY AND FALLS OUT AS A WAGE EXCEPTION
      ***************************************************************
        381-CHECK-SUPP-PAID.
           IF WS-SUPP-PAY > ZERO AND YTD-ON-FILE
              AND YTD-SUPP-PERIOD = WS-PERIOD-END
              ADD 1 TO WS-BAL-SUPP-DUP
              MOVE ZEROS TO WS-SUPP-BONUS
              MOVE ZEROS TO WS-SUPP-COMM
              MOVE ZEROS TO WS-SUPP-PAY
              MOVE 'SUPPLEMENTAL ALREADY PAID THIS PERIOD'
                  TO WS-REJECT-REASON
              IF SUPP-ONLY-PAY
                 SET WAGE-CALC-INVALID TO TRUE
              ELSE
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.
      ***************************************************************
      * 382-MERGE-SUPP-HISTORY.
      *  - AN OFF CYCLE SUPPLEMENTAL PAYMENT FOR A PERIOD ALREADY
      *    PAID IS ADDED ONTO THE PERIOD'S PAY HISTORY ROW SO THE
      *    REGULAR PAY FOR THE PERIOD IS NOT OVERLAID.  STATE WAGES
      *    AND TAX ARE ADDED INTO THE ROW'S SLOT FOR THE SAME STATE
      ***************************************************************
        382-MERGE-SUPP-HISTORY.
           READ PAY-HISTORY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD WS-WAGES-EARNED TO PH-GROSS
                 ADD WS-FED-TAX TO PH-FED-TAX
                 ADD WS-STATE-TAX TO PH-STATE-TAX
                 ADD WS-FICA-TAX TO PH-FICA-TAX
                 ADD WS-VOL-DED-TOT TO PH-VOL-DED
                 ADD WS-GARN-DED-TOT TO PH-GARN-DED
                 ADD WS-NET-PAY TO PH-NET-PAY
                 ADD WS-SUPP-PAY TO PH-SUPP-PAY
                 ADD WS-PRETAX-401K TO PH-401K-DED
                 ADD WS-PRETAX-S125 TO PH-S125-DED
                 IF PH-ER-MATCH NOT NUMERIC
                    MOVE ZEROS TO PH-ER-MATCH
                 END-IF
                 ADD WS-ER-MATCH TO PH-ER-MATCH
                 PERFORM 417-MERGE-PH-STATE
                         VARYING PST-X FROM 1 BY 1
                         UNTIL PST-X > WS-PST-CNT
                 IF WS-ACH-TRACE-CUR NOT = SPACES
                    MOVE WS-ACH-TRACE-CUR TO PH-ACH-TRACE
                    MOVE SPACES TO PH-ACH-STATUS
                 END-IF
                 REWRITE PAY-HIST-RECORD
           END-READ.
      ***************************************************************
      * 383-WRITE-SUPP-LINE.
      *  - PRINT THE SUPPLEMENTAL EARNINGS LINE UNDER THE
      *    EMPLOYEE'S REGISTER LINE: BONUS, COMMISSION AND THE FLAT
      *    RATE FEDERAL WITHHOLDING TAKEN ON THEM
      ***************************************************************
        383-WRITE-SUPP-LINE.
           MOVE ER-EMP-NUM TO PR-SUPP-EMPNO.
           MOVE WS-SUPP-BONUS TO PR-SUPP-BONUS.
           MOVE WS-SUPP-COMM TO PR-SUPP-COMM.
           MOVE WS-SUPP-FED-TAX TO PR-SUPP-FED.

           MOVE PAYROLL-SUPP-LINE TO PAYROLL-REC.
           WRITE PAYROLL-REC AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-BAL-SUPP-CNT.
           ADD WS-SUPP-PAY TO WS-BAL-SUPP-TOT.
      ***************************************************************
      * 384-READ-W4-PROFILE.
      *  - READ THE EMPLOYEE'S W-4 PROFILE, PICK THE FEDERAL
      *    BRACKET SET FOR THE FILING STATUS AND WORK OUT WHICH
      *    STATES THE PERIOD IS WITHHELD FOR.  NO PROFILE ON FILE
      *    MEANS SINGLE WITH NO CREDIT OR ALLOWANCE, WORKING AND
      *    LIVING IN THE HOME STATE, AND THE EMPLOYEE IS LISTED SO
      *    PAYROLL CAN CHASE THE FORM.  AN EXEMPT CLAIM PAST ITS
      *    EXPIRY DATE IS IGNORED AND LISTED.  A FILING STATUS WITH
      *    NO BRACKETS ON THE DEDUCTION MASTER FALLS BACK TO THE
      *    SINGLE SET
      ***************************************************************
        384-READ-W4-PROFILE.
           SET W4-EXEMPT-INACTIVE TO TRUE.
           MOVE ER-EMP-NUM TO W4-EMP-NUM.

           READ W4-PROFILE
               INVALID KEY
                 ADD 1 TO WS-BAL-W4-DEFAULT
                 MOVE ER-EMP-NUM TO W4-EMP-NUM
                 MOVE 'S' TO W4-FED-FILING
                 MOVE ZEROS TO W4-FED-DEP-CREDIT
                 MOVE ZEROS TO W4-FED-EXTRA
                 MOVE 'S' TO W4-ST-FILING
                 MOVE ZEROS TO W4-ST-ALLOW-AMT
                 MOVE ZEROS TO W4-ST-EXTRA
                 MOVE 'N' TO W4-EXEMPT
                 MOVE SPACES TO W4-EXEMPT-EXPIRES
                 MOVE SPACES TO W4-WORK-STATE
                 MOVE SPACES TO W4-RES-STATE
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 MOVE 'NO W-4 PROFILE, SINGLE DEFAULT USED'
                     TO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
           END-READ.

           IF W4-CLAIMS-EXEMPT
              IF W4-EXEMPT-EXPIRES >= WS-PERIOD-END
                 SET W4-EXEMPT-ACTIVE TO TRUE
              ELSE
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 MOVE 'W-4 EXEMPT CLAIM EXPIRED, TAX WITHHELD'
                     TO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.

           EVALUATE W4-FED-FILING
               WHEN 'M'
                 SET FSET-X TO 2
               WHEN 'H'
                 SET FSET-X TO 3
               WHEN OTHER
                 SET FSET-X TO 1
           END-EVALUATE.
           IF WS-FED-CNT (FSET-X) = ZERO
              SET FSET-X TO 1
           END-IF.

           PERFORM 407-SET-TAX-STATES.
      ***************************************************************
      * 385-CALC-PRETAX.
      *  - TAKE THE EMPLOYEE'S PRE-TAX PLAN ELECTIONS FROM GROSS,
      *    SPLIT INTO 401(K) DEFERRALS AND SECTION 125 DEDUCTIONS,
      *    AND WORK THE EMPLOYER MATCH.  EACH PLAN TAKEN IS KEPT FOR
      *    THE CARRIER CONTRIBUTION FILE
      ***************************************************************
        385-CALC-PRETAX.
           MOVE ZEROS TO WS-PRETAX-401K.
           MOVE ZEROS TO WS-PRETAX-S125.
           MOVE ZEROS TO WS-PRETAX-TOT.
           MOVE ZEROS TO WS-ER-MATCH.
           MOVE ZEROS TO WS-PTX-CNT.

           PERFORM 386-TAKE-ONE-PRETAX
                   VARYING ELE-X FROM 1 BY 1
                   UNTIL ELE-X > WS-ELECT-CNT.

           COMPUTE WS-PRETAX-TOT = WS-PRETAX-401K + WS-PRETAX-S125.
      ***************************************************************
      * 386-TAKE-ONE-PRETAX.
      *  - APPLY ONE ELECTION FOR THE CURRENT EMPLOYEE: A PERCENT OF
      *    GROSS OR A FLAT AMOUNT, HELD TO WHAT IS LEFT OF THE PLAN'S
      *    ANNUAL LIMIT FOR THE PLAN TYPE.  THE MATCH IS THE PLAN'S
      *    MATCH RATE ON THE CONTRIBUTION, COUNTING ONLY THE PART UP
      *    TO THE PLAN'S MATCH CAP PERCENT OF GROSS.  AN ELECTION
      *    FOR A PLAN NOT ON THE DEDUCTION MASTER IS LISTED AND
      *    SKIPPED
      ***************************************************************
        386-TAKE-ONE-PRETAX.
           IF WS-ELECT-EMPNO (ELE-X) = ER-EMP-NUM
              MOVE ZEROS TO WS-PLAN-FOUND-X
              PERFORM 387-FIND-PLAN
                      VARYING PLN-X FROM 1 BY 1
                      UNTIL PLN-X > WS-PLAN-CNT
                         OR WS-PLAN-FOUND-X > ZERO
              IF WS-PLAN-FOUND-X = ZERO
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'PRE-TAX PLAN ' WS-ELECT-PLAN (ELE-X)
                        ' NOT ON DEDUCTION MASTER'
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              ELSE
                 SET PLN-X TO WS-PLAN-FOUND-X
                 IF WS-ELECT-METHOD (ELE-X) = 'P'
                    COMPUTE WS-PTX-AMT ROUNDED =
                        WS-WAGES-EARNED * WS-ELECT-PCT (ELE-X)
                 ELSE
                    MOVE WS-ELECT-AMT (ELE-X) TO WS-PTX-AMT
                 END-IF
                 IF WS-PLAN-LIMIT (PLN-X) > ZERO
                    IF WS-PLAN-401K (PLN-X)
                       COMPUTE WS-PTX-ROOM = WS-PLAN-LIMIT (PLN-X)
                           - WS-YTD-PRIOR-401K - WS-PRETAX-401K
                    ELSE
                       COMPUTE WS-PTX-ROOM = WS-PLAN-LIMIT (PLN-X)
                           - WS-YTD-PRIOR-S125 - WS-PRETAX-S125
                    END-IF
                    IF WS-PTX-ROOM < ZERO
                       MOVE ZEROS TO WS-PTX-ROOM
                    END-IF
                    IF WS-PTX-AMT > WS-PTX-ROOM
                       MOVE WS-PTX-ROOM TO WS-PTX-AMT
                       ADD 1 TO WS-BAL-PTX-LIMIT
                    END-IF
                 END-IF
                 MOVE WS-PTX-AMT TO WS-PTX-MATCH-BASE
                 IF WS-PLAN-MATCH-CAP (PLN-X) > ZERO
                    AND WS-PTX-MATCH-BASE >
                        WS-WAGES-EARNED * WS-PLAN-MATCH-CAP (PLN-X)
                    COMPUTE WS-PTX-MATCH-BASE ROUNDED =
                        WS-WAGES-EARNED * WS-PLAN-MATCH-CAP (PLN-X)
                 END-IF
                 COMPUTE WS-PTX-MATCH ROUNDED =
                     WS-PTX-MATCH-BASE * WS-PLAN-MATCH-PCT (PLN-X)
                 IF WS-PTX-AMT > ZERO AND WS-PTX-CNT < 10
                    IF WS-PLAN-401K (PLN-X)
                       ADD WS-PTX-AMT TO WS-PRETAX-401K
                    ELSE
                       ADD WS-PTX-AMT TO WS-PRETAX-S125
                    END-IF
                    ADD WS-PTX-MATCH TO WS-ER-MATCH
                    ADD 1 TO WS-PTX-CNT
                    SET PTX-X TO WS-PTX-CNT
                    MOVE WS-PLAN-FOUND-X TO WS-PTX-PLAN-X (PTX-X)
                    MOVE WS-PTX-AMT TO WS-PTX-EE-AMT (PTX-X)
                    MOVE WS-PTX-MATCH TO WS-PTX-ER-AMT (PTX-X)
                 END-IF
              END-IF
           END-IF.
      ***************************************************************
      * 387-FIND-PLAN.
      *  - MATCH THE ELECTION'S PLAN CODE AGAINST THE PLAN TABLE
      ***************************************************************
        387-FIND-PLAN.
           IF WS-PLAN-CODE (PLN-X) = WS-ELECT-PLAN (ELE-X)
              SET WS-PLAN-FOUND-X TO PLN-X
           END-IF.
      ***************************************************************
      * 388-WRITE-PLAN-CONTRIB.
      *  - WRITE ONE CARRIER CONTRIBUTION DETAIL FOR A PLAN THE
      *    EMPLOYEE CONTRIBUTED TO THIS PERIOD AND ROLL IT INTO THE
      *    PLAN'S REMITTANCE TOTALS
      ***************************************************************
        388-WRITE-PLAN-CONTRIB.
           SET PLN-X TO WS-PTX-PLAN-X (PTX-X).
           MOVE WS-PLAN-CODE (PLN-X) TO PC-PLAN-CODE.
           MOVE WS-PLAN-CARRIER (PLN-X) TO PC-CARRIER.
           MOVE ER-EMP-NUM TO PC-EMPNO.
           MOVE WS-PERIOD-END TO PC-PERIOD-END.
           MOVE WS-PTX-EE-AMT (PTX-X) TO PC-EE-AMT.
           MOVE WS-PTX-ER-AMT (PTX-X) TO PC-ER-AMT.
           IF WS-PLAN-401K (PLN-X)
              MOVE YTD-401K-DED TO PC-YTD-EE-AMT
           ELSE
              MOVE YTD-S125-DED TO PC-YTD-EE-AMT
           END-IF.
           MOVE PLAN-CONTRIB-DETAIL TO PLAN-CONTRIB-REC.
           WRITE PLAN-CONTRIB-REC.

           ADD 1 TO WS-PLAN-PART-CNT (PLN-X).
           ADD WS-PTX-EE-AMT (PTX-X) TO WS-PLAN-EE-TOT (PLN-X).
           ADD WS-PTX-ER-AMT (PTX-X) TO WS-PLAN-ER-TOT (PLN-X).
           ADD 1 TO WS-BAL-CARR-CNT.
           ADD WS-PTX-EE-AMT (PTX-X) TO WS-BAL-CARR-EE.
           ADD WS-PTX-ER-AMT (PTX-X) TO WS-BAL-CARR-ER.
      ***************************************************************
      * 389-WRITE-PLAN-TRAILER.
      *  - AT END OF JOB, WRITE ONE REMITTANCE TOTAL RECORD PER PLAN
      *    SO EACH RECORDKEEPER OR CARRIER CAN PROVE ITS DETAIL
      ***************************************************************
        389-WRITE-PLAN-TRAILER.
           MOVE WS-PLAN-CODE (PLN-X) TO PC-TR-PLAN-CODE.
           MOVE WS-PLAN-CARRIER (PLN-X) TO PC-TR-CARRIER.
           MOVE WS-PERIOD-END TO PC-TR-PERIOD-END.
           MOVE WS-PLAN-PART-CNT (PLN-X) TO PC-TR-PART-CNT.
           MOVE WS-PLAN-EE-TOT (PLN-X) TO PC-TR-EE-AMT.
           MOVE WS-PLAN-ER-TOT (PLN-X) TO PC-TR-ER-AMT.
           MOVE PLAN-CONTRIB-TRAILER TO PLAN-CONTRIB-REC.
           WRITE PLAN-CONTRIB-REC.
      ***************************************************************
      * 390-WRITE-PRETAX-LINE.
      *  - PRINT THE EMPLOYEE'S PRE-TAX CONTRIBUTIONS AND EMPLOYER
      *    MATCH UNDER THE EMPLOYEE'S REGISTER LINE
      ***************************************************************
        390-WRITE-PRETAX-LINE.
           MOVE ER-EMP-NUM TO PR-PTX-EMPNO.
           MOVE WS-PRETAX-401K TO PR-PTX-401K.
           MOVE WS-PRETAX-S125 TO PR-PTX-S125.
           MOVE WS-ER-MATCH TO PR-PTX-MATCH.

           MOVE PAYROLL-PRETAX-LINE TO PAYROLL-REC.
           WRITE PAYROLL-REC AFTER ADVANCING 1 LINE.
      ***************************************************************
      * 391-FETCH-TERM-EMP.
      *  - FETCH THE TERMINATED EMPLOYEE'S SCM.EMP ROW INTO THE HOST
      *    VARIABLES SO THE FINAL PAY IS FIGURED AT THE CURRENT
      *    RATE AND THE SEPARATION NOTICE CARRIES THE EMPLOYEE'S
      *    NAME, JOB AND HIRE DATE
      ***************************************************************
        391-FETCH-TERM-EMP.
           EXEC SQL
               SELECT FIRSTNME, LASTNAME, WORKDEPT, HIREDATE, JOB,
                      SALARY
                  INTO :FIRSTNME, :LASTNAME, :WORKDEPT, :HIREDATE,
                       :JOB, :SALARY
                  FROM SCM.EMP
                  WHERE EMPNO = :WF-EMPNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAY-SQLCODE
              DISPLAY '******************************'
              DISPLAY ' 391-FETCH-TERM-EMP'
              DISPLAY ' ERROR FETCHING EMP ROW FOR TERMINATE'
              DISPLAY ' SQL STATUS IS ', DISPLAY-SQLCODE
              DISPLAY '*******************************'
              MOVE WF-EMPNO TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'ERROR FETCHING TERM EMP, SQLCODE='
                  DISPLAY-SQLCODE DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              SET EMP-COMMIT-FAILED TO TRUE
              SET JOB-ABORTED TO TRUE
              MOVE 'NO' TO MORE-RECORDS
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.
      ***************************************************************
      * 392-SET-FINAL-PAY.
      *  - SET UP THE FINAL PAY SETTLEMENT AHEAD OF THE WAGE
      *    CALCULATION: THE SEPARATION DATE AND TYPE, THE LEAVE
      *    BALANCES AFTER THE FINAL PERIOD'S ACCRUAL AND LEAVE
      *    TAKEN, AND THE STATE DUE DATE.  A POSITIVE VACATION
      *    BALANCE IS PAID OUT, A POSITIVE SICK BALANCE IS
      *    FORFEITED, AND EITHER BALANCE BELOW ZERO (LEAVE ADVANCED
      *    BUT NOT YET EARNED) IS RECOVERED FROM THE FINAL PAY.
      *    THE DUE DATE FOLLOWS THE WORK STATE ON THE W-4 PROFILE,
      *    OR THE HOME STATE WHEN THAT IS BLANK OR NOT ON THE STATE
      *    TABLE - THE SAME STATE 407-SET-TAX-STATES WITHHOLDS FOR
      ***************************************************************
        392-SET-FINAL-PAY.
           SET TERM-SETTLEMENT TO TRUE.
           MOVE WS-CHECK-PRINT-CNT TO WS-TERM-CHK-BEFORE.
           MOVE ZEROS TO WS-TERM-REG-PAY.
           MOVE ZEROS TO WS-TERM-VAC-PAY.
           MOVE ZEROS TO WS-TERM-RECOVER.
           MOVE ZEROS TO WS-TERM-UNRECOVERED.
           MOVE SPACES TO WS-TERM-PAY-METHOD.

           MOVE WS-PERIOD-END TO WS-SEP-DATE.
           IF ER-EMP-HIREDATE NOT = SPACES
              MOVE ER-EMP-HIREDATE TO WS-DUE-DATE
              IF WS-DUE-YYYY NUMERIC AND WS-DUE-MM NUMERIC
                 AND WS-DUE-DD NUMERIC
                 AND WS-DUE-MM > ZERO AND WS-DUE-MM < 13
                 AND WS-DUE-DD > ZERO AND WS-DUE-DD < 32
                 MOVE ER-EMP-HIREDATE TO WS-SEP-DATE
              ELSE
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 MOVE 'SEPARATION DATE INVALID, PERIOD END USED'
                     TO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.

           MOVE ER-EMP-JOB TO WS-SEP-REASON.
           IF WS-SEP-REASON-TYPE = 'V'
              SET SEP-VOLUNTARY TO TRUE
           ELSE
              SET SEP-INVOLUNTARY TO TRUE
           END-IF.

           PERFORM 367-UPDATE-LEAVE.

           MOVE ZEROS TO WS-TERM-VAC-HRS.
           MOVE ZEROS TO WS-TERM-SICK-HRS.
           MOVE ZEROS TO WS-TERM-NEG-HRS.
           IF WS-VAC-BAL-CUR > ZERO
              MOVE WS-VAC-BAL-CUR TO WS-TERM-VAC-HRS
           ELSE
              SUBTRACT WS-VAC-BAL-CUR FROM WS-TERM-NEG-HRS
           END-IF.
           IF WS-SICK-BAL-CUR > ZERO
              MOVE WS-SICK-BAL-CUR TO WS-TERM-SICK-HRS
           ELSE
              SUBTRACT WS-SICK-BAL-CUR FROM WS-TERM-NEG-HRS
           END-IF.

           MOVE ER-EMP-NUM TO W4-EMP-NUM.
           READ W4-PROFILE
               INVALID KEY
                 MOVE SPACES TO W4-WORK-STATE
           END-READ.
           IF W4-WORK-STATE = SPACES
              MOVE WS-HOME-STATE TO WS-TERM-STATE
           ELSE
              MOVE W4-WORK-STATE TO WS-STATE-KEY
              PERFORM 408-FIND-STATE
              IF WS-STX-FOUND-X = ZERO
                 MOVE WS-HOME-STATE TO WS-TERM-STATE
              ELSE
                 MOVE W4-WORK-STATE TO WS-TERM-STATE
              END-IF
           END-IF.

           PERFORM 393-CALC-FINAL-PAY-DUE.
      ***************************************************************
      * 393-CALC-FINAL-PAY-DUE.
      *  - WORK OUT THE DATE THE FINAL PAY IS DUE UNDER THE STATE'S
      *    RULE FOR THE TYPE OF SEPARATION: I = ON THE SEPARATION
      *    DATE, D = A NUMBER OF CALENDAR DAYS AFTER IT, P = BY THE
      *    NEXT REGULAR PAYDAY (THIS RUN'S PAY DATE).  A STATE WITH
      *    NO RULE ON THE DEDUCTION MASTER FALLS BACK TO THE NEXT
      *    REGULAR PAYDAY AND IS LISTED ON THE EXCEPTION REPORT
      ***************************************************************
        393-CALC-FINAL-PAY-DUE.
           MOVE ZEROS TO WS-FP-FOUND-X.
           PERFORM 394-FIND-FP-RULE
                   VARYING FP-X FROM 1 BY 1
                   UNTIL FP-X > WS-FP-CNT
                      OR WS-FP-FOUND-X > ZERO.

           IF WS-FP-FOUND-X = ZERO
              MOVE 'P' TO WS-FP-RULE
              MOVE ZEROS TO WS-FP-DAYS
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'NO FINAL PAY RULE ' WS-TERM-STATE
                     ', NEXT PAYDAY USED'
                  DELIMITED BY SIZE INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           ELSE
              SET FP-X TO WS-FP-FOUND-X
              IF SEP-VOLUNTARY
                 MOVE WS-FP-VOL-RULE (FP-X) TO WS-FP-RULE
                 MOVE WS-FP-VOL-DAYS (FP-X) TO WS-FP-DAYS
              ELSE
                 MOVE WS-FP-INVOL-RULE (FP-X) TO WS-FP-RULE
                 MOVE WS-FP-INVOL-DAYS (FP-X) TO WS-FP-DAYS
              END-IF
           END-IF.

           MOVE WS-SEP-DATE TO WS-DUE-DATE.
           EVALUATE TRUE
               WHEN FP-RULE-IMMEDIATE
                 CONTINUE
               WHEN FP-RULE-DAYS
                 PERFORM 395-ADD-DUE-DAY WS-FP-DAYS TIMES
               WHEN OTHER
                 IF WS-PERIOD-END > WS-SEP-DATE
                    MOVE WS-PERIOD-END TO WS-DUE-DATE
                 END-IF
           END-EVALUATE.
      ***************************************************************
      * 394-FIND-FP-RULE.
      *  - MATCH THE EMPLOYEE'S STATE AGAINST THE FINAL PAY RULES
      ***************************************************************
        394-FIND-FP-RULE.
           IF WS-FP-STATE (FP-X) = WS-TERM-STATE
              SET WS-FP-FOUND-X TO FP-X
           END-IF.
      ***************************************************************
      * 395-ADD-DUE-DAY.
      *  - MOVE THE DUE DATE ON BY ONE CALENDAR DAY, ROLLING THE
      *    MONTH AND YEAR AND ALLOWING FOR LEAP YEARS
      ***************************************************************
        395-ADD-DUE-DAY.
           ADD 1 TO WS-DUE-DD.
           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-DUE-MONTH-DAYS.
           IF WS-DUE-MM = 2
              DIVIDE WS-DUE-YYYY BY 4
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 29 TO WS-DUE-MONTH-DAYS
                 DIVIDE WS-DUE-YYYY BY 100
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    DIVIDE WS-DUE-YYYY BY 400
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = ZERO
                       MOVE 28 TO WS-DUE-MONTH-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-DUE-DD > WS-DUE-MONTH-DAYS
              MOVE 1 TO WS-DUE-DD
              ADD 1 TO WS-DUE-MM
              IF WS-DUE-MM > 12
                 MOVE 1 TO WS-DUE-MM
                 ADD 1 TO WS-DUE-YYYY
              END-IF
           END-IF.
      ***************************************************************
      * 396-ADD-FINAL-LEAVE-PAY.
      *  - ADD THE VACATION PAYOUT TO THE FINAL GROSS AT THE
      *    CURRENT HOURLY RATE AND TAKE BACK ANY LEAVE ADVANCE.  THE
      *    RECOVERY IS LIMITED TO THE WAGES BEING PAID; WHATEVER IS
      *    LEFT OVER IS LISTED ON THE EXCEPTION REPORT FOR COLLECTION
      ***************************************************************
        396-ADD-FINAL-LEAVE-PAY.
           MOVE WS-WAGES-EARNED TO WS-TERM-REG-PAY.

           COMPUTE WS-TERM-VAC-PAY ROUNDED =
               WS-TERM-VAC-HRS * WS-HOURLY-RATE.
           COMPUTE WS-TERM-RECOVER ROUNDED =
               WS-TERM-NEG-HRS * WS-HOURLY-RATE.

           ADD WS-TERM-VAC-PAY TO WS-WAGES-EARNED.

           IF WS-TERM-RECOVER > WS-WAGES-EARNED
              COMPUTE WS-TERM-UNRECOVERED =
                  WS-TERM-RECOVER - WS-WAGES-EARNED
              MOVE WS-WAGES-EARNED TO WS-TERM-RECOVER
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              MOVE 'LEAVE ADVANCE EXCEEDS FINAL WAGES'
                  TO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           END-IF.
           SUBTRACT WS-TERM-RECOVER FROM WS-WAGES-EARNED.

           MOVE ZEROS TO WS-VAC-BAL-CUR.
           MOVE ZEROS TO WS-SICK-BAL-CUR.
      ***************************************************************
      * 397-SETTLE-TERMINATION.
      *  - CLOSE OUT A TERMINATED EMPLOYEE ONCE THE FINAL PAY HAS
      *    BEEN MADE: NOTE HOW IT WAS PAID AND WHETHER IT WENT OUT
      *    BY THE STATE DUE DATE, ZERO THE LEAVE BALANCES, END THE
      *    GARNISHMENT ORDERS AND BANK RECORD, WRITE THE SEPARATION
      *    NOTICE AND LIST THE SETTLEMENT ON THE FINAL PAY REGISTER.
      *    A TRIAL RUN ONLY LISTS IT
      ***************************************************************
        397-SETTLE-TERMINATION.
           ADD 1 TO WS-BAL-TERM-CNT.
           ADD WS-TERM-VAC-PAY TO WS-BAL-TERM-VAC-TOT.
           ADD WS-TERM-RECOVER TO WS-BAL-TERM-RECOVER.
           ADD WS-NET-PAY TO WS-BAL-TERM-NET.

           IF RUN-MODE-TRIAL
              MOVE SPACES TO WS-TERM-PAY-METHOD
           ELSE
              IF WS-CHECK-PRINT-CNT > WS-TERM-CHK-BEFORE
                 MOVE 'CHECK' TO WS-TERM-PAY-METHOD
              ELSE
                 MOVE 'ACH' TO WS-TERM-PAY-METHOD
              END-IF
           END-IF.

           IF WS-PERIOD-END > WS-DUE-DATE
              ADD 1 TO WS-BAL-TERM-LATE
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'FINAL PAY LATE, WAS DUE ' WS-DUE-DATE
                  DELIMITED BY SIZE INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           END-IF.

           IF NOT RUN-MODE-TRIAL
              PERFORM 398-CLOSE-TERM-LEAVE
              PERFORM 399-END-GARN-ORDER
                      VARYING GARN-X FROM 1 BY 1
                      UNTIL GARN-X > WS-GARN-CNT
              PERFORM 400-END-BANK-RECORD
              PERFORM 401-WRITE-SEP-NOTICE
           END-IF.

           PERFORM 402-WRITE-FINAL-PAY-LINE.
      ***************************************************************
      * 398-CLOSE-TERM-LEAVE.
      *  - ZERO THE LEAVE MASTER BALANCES NOW THAT THE VACATION HAS
      *    BEEN PAID OUT, THE SICK BALANCE FORFEITED AND ANY
      *    ADVANCE RECOVERED
      ***************************************************************
        398-CLOSE-TERM-LEAVE.
           MOVE ER-EMP-NUM TO LV-EMP-NUM.
           READ LEAVE-MASTER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ZEROS TO LV-VAC-BAL
                 MOVE ZEROS TO LV-SICK-BAL
                 MOVE WS-PERIOD-END TO LV-LAST-PERIOD
                 REWRITE LEAVE-RECORD
                 IF WS-LV-STATUS NOT = '00'
                    MOVE ER-EMP-NUM TO EX-EMPNO
                    MOVE SPACES TO EX-PROJNO
                    MOVE ZEROS TO EX-ACTNO
                    STRING 'LEAVE MASTER CLOSE FAILED, STATUS='
                        WS-LV-STATUS DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                 END-IF
           END-READ.
      ***************************************************************
      * 399-END-GARN-ORDER.
      *  - MARK ONE OF THE TERMINATED EMPLOYEE'S GARNISHMENT ORDERS
      *    ENDED AS OF THE SEPARATION DATE, STARTING AN ORDER
      *    RECORD WHEN NOTHING HAS YET BEEN TAKEN ON IT
      ***************************************************************
        399-END-GARN-ORDER.
           IF WS-GARN-EMPNO (GARN-X) = ER-EMP-NUM
              MOVE WS-GARN-ORDER (GARN-X) TO WS-GARN-KEY-ORDER
              PERFORM 362-READ-GARN-MASTER
              MOVE 'E' TO GM-ORDER-STATUS
              MOVE WS-SEP-DATE TO GM-END-DATE
              IF GARN-ON-FILE
                 REWRITE GARN-RECORD
              ELSE
                 WRITE GARN-RECORD
              END-IF
              IF WS-GARN-STATUS = '00'
                 ADD 1 TO WS-BAL-GARN-ENDED
              ELSE
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'GARN ORDER END FAILED, STATUS='
                     WS-GARN-STATUS DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.
      ***************************************************************
      * 400-END-BANK-RECORD.
      *  - MARK THE TERMINATED EMPLOYEE'S BANK DETAIL RECORD ENDED,
      *    WITH THE PERIOD IT ENDED IN, SO NO LATER PAYMENT CAN BE
      *    DEPOSITED TO IT, AND LIST THE CHANGE ON THE AUDIT REPORT
      ***************************************************************
        400-END-BANK-RECORD.
           MOVE ER-EMP-NUM TO BK-EMP-NUM.
           READ BANK-DETAIL
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'E' TO BK-PRENOTE-STATUS
                 MOVE WS-EFF-DATE TO BK-PRENOTE-PERIOD
                 REWRITE BANK-RECORD
                 IF WS-BANK-STATUS = '00'
                    ADD 1 TO WS-BAL-BANK-ENDED
                    MOVE ER-EMP-NUM TO BKAU-EMPNO
                    MOVE 'BANK ENDED' TO BKAU-ACTION
                    MOVE BK-ROUTING TO BKAU-ROUTING
                    MOVE BK-ACCT-TYPE TO BKAU-ACCT-TYPE
                    MOVE 'EMPLOYEE SEPARATED' TO BKAU-NOTE
                    MOVE BANK-AUDIT-LINE TO AUDIT-REC
                    WRITE AUDIT-REC AFTER ADVANCING 1 LINE
                 ELSE
                    MOVE ER-EMP-NUM TO EX-EMPNO
                    MOVE SPACES TO EX-PROJNO
                    MOVE ZEROS TO EX-ACTNO
                    STRING 'BANK RECORD END FAILED, STATUS='
                        WS-BANK-STATUS DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                 END-IF
           END-READ.
      ***************************************************************
      * 401-WRITE-SEP-NOTICE.
      *  - WRITE THE SEPARATION NOTICE RECORD WITH THE EMPLOYEE'S
      *    SERVICE DATES, THE REASON AND THE FINAL PAY BREAKDOWN
      ***************************************************************
        401-WRITE-SEP-NOTICE.
           MOVE ER-EMP-NUM TO SN-EMPNO.
           MOVE LASTNAME TO SN-LASTNAME.
           MOVE FIRSTNME TO SN-FIRSTNAME.
           MOVE WORKDEPT TO SN-WORKDEPT.
           MOVE JOB TO SN-JOB.
           MOVE HIREDATE TO SN-HIREDATE.
           MOVE WS-SEP-DATE TO SN-SEP-DATE.
           MOVE WS-SEP-REASON TO SN-SEP-REASON.
           MOVE WS-SEP-TYPE TO SN-SEP-TYPE.
           MOVE WS-TERM-STATE TO SN-STATE.
           MOVE WS-WAGES-EARNED TO SN-FINAL-GROSS.
           MOVE WS-TERM-VAC-HRS TO SN-VAC-HRS-PAID.
           MOVE WS-TERM-VAC-PAY TO SN-VAC-PAY.
           MOVE WS-TERM-SICK-HRS TO SN-SICK-HRS-FORF.
           MOVE WS-TERM-RECOVER TO SN-RECOVERED.
           MOVE WS-NET-PAY TO SN-FINAL-NET.
           MOVE WS-TERM-PAY-METHOD TO SN-PAY-METHOD.
           MOVE WS-PERIOD-END TO SN-PAY-DATE.
           MOVE WS-DUE-DATE TO SN-DUE-DATE.
           IF WS-PERIOD-END > WS-DUE-DATE
              MOVE 'N' TO SN-ON-TIME
           ELSE
              MOVE 'Y' TO SN-ON-TIME
           END-IF.

           MOVE SEPARATION-NOTICE TO SEPARATION-REC.
           WRITE SEPARATION-REC.
           ADD 1 TO WS-BAL-SEP-CNT.
      ***************************************************************
      * 402-WRITE-FINAL-PAY-LINE.
      *  - LIST THE SETTLEMENT ON THE FINAL PAY REGISTER: WHO, WHY,
      *    WHEN IT WAS DUE AND PAID, THEN THE PAYOUT BREAKDOWN
      ***************************************************************
        402-WRITE-FINAL-PAY-LINE.
           MOVE ER-EMP-NUM TO FP-EMPNO.
           MOVE SPACES TO FP-NAME.
           STRING FIRSTNME DELIMITED BY ' '
                  ' ' DELIMITED BY SIZE
                  LASTNAME DELIMITED BY SIZE
               INTO FP-NAME.
           MOVE WS-SEP-DATE TO FP-SEP-DATE.
           MOVE WS-SEP-REASON TO FP-REASON.
           IF SEP-VOLUNTARY
              MOVE 'VOLUNTARY' TO FP-SEP-TYPE
           ELSE
              MOVE 'INVOLUNTARY' TO FP-SEP-TYPE
           END-IF.
           MOVE WS-TERM-STATE TO FP-STATE.
           MOVE WS-TERM-PAY-METHOD TO FP-METHOD.
           MOVE WS-DUE-DATE TO FP-DUE-DATE.
           MOVE WS-PERIOD-END TO FP-PAID-DATE.
           IF RUN-MODE-TRIAL
              MOVE 'TRIAL' TO FP-STATUS
           ELSE
              IF WS-PERIOD-END > WS-DUE-DATE
                 MOVE 'LATE' TO FP-STATUS
              ELSE
                 MOVE 'ON TIME' TO FP-STATUS
              END-IF
           END-IF.

           MOVE FINAL-PAY-DETAIL-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC AFTER ADVANCING 2 LINES.

           MOVE WS-TOTAL-HOURS TO FP-HOURS.
           MOVE WS-TERM-REG-PAY TO FP-HOURS-PAY.
           MOVE WS-TERM-VAC-HRS TO FP-VAC-HRS.
           MOVE WS-TERM-VAC-PAY TO FP-VAC-PAY.
           MOVE WS-TERM-SICK-HRS TO FP-SICK-HRS.
           MOVE WS-TERM-RECOVER TO FP-RECOVERED.
           MOVE WS-WAGES-EARNED TO FP-GROSS.
           MOVE WS-NET-PAY TO FP-NET.

           MOVE FINAL-PAY-AMT-LINE TO FINAL-PAY-REC.
           WRITE FINAL-PAY-REC AFTER ADVANCING 1 LINE.
      ***************************************************************
      * 403-SET-WC-CLASS.
      *  - FIND THE WORKERS COMPENSATION CLASS FOR THE EMPLOYEE'S
      *    JOB FROM THE CROSSWALK ON THE DEDUCTIONS MASTER.  A
      *    JOB AND DEPARTMENT ENTRY BEATS A JOB ENTRY WITH NO
      *    DEPARTMENT; A JOB WITH NO ENTRY IS CARRIED AS CLASS
      *    NONE AND LISTED SO THE CROSSWALK CAN BE FIXED BEFORE
      *    THE QUARTER CLOSES.  THE HOURS AND THE HALF-TIME
      *    OVERTIME PREMIUM THE CARRIERS EXCLUDE FROM THE PREMIUM
      *    BASIS ARE SET HERE FOR 345-UPDATE-YTD
      ***************************************************************
        403-SET-WC-CLASS.
           COMPUTE WS-WC-HOURS = WS-STRAIGHT-HOURS + WS-OT-TOTAL.
           COMPUTE WS-OT-PREMIUM ROUNDED =
               WS-OT-TOTAL * WS-HOURLY-RATE * 0.5.

           MOVE ZEROS TO WS-WC-EXACT-X.
           MOVE ZEROS TO WS-WC-ANY-X.
           PERFORM 404-MATCH-WC-CLASS
                   VARYING WC-X FROM 1 BY 1
                   UNTIL WC-X > WS-WC-CNT
                      OR WS-WC-EXACT-X > ZERO.

           EVALUATE TRUE
               WHEN WS-WC-EXACT-X > ZERO
                 SET WC-X TO WS-WC-EXACT-X
                 MOVE WS-WC-CLASS-CD (WC-X) TO WS-WC-CLASS
               WHEN WS-WC-ANY-X > ZERO
                 SET WC-X TO WS-WC-ANY-X
                 MOVE WS-WC-CLASS-CD (WC-X) TO WS-WC-CLASS
               WHEN OTHER
                 MOVE 'NONE' TO WS-WC-CLASS
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'NO WORKERS COMP CLASS FOR JOB ' JOB
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
           END-EVALUATE.
      ***************************************************************
      * 404-MATCH-WC-CLASS.
      *  - TEST ONE CROSSWALK ENTRY AGAINST THE EMPLOYEE'S JOB AND
      *    DEPARTMENT, REMEMBERING THE FIRST ANY-DEPARTMENT ENTRY
      ***************************************************************
        404-MATCH-WC-CLASS.
           IF WS-WC-JOB (WC-X) = JOB
              IF WS-WC-DEPT (WC-X) = WORKDEPT
                 SET WS-WC-EXACT-X TO WC-X
              ELSE
                 IF WS-WC-DEPT (WC-X) = SPACES
                    AND WS-WC-ANY-X = ZERO
                    SET WS-WC-ANY-X TO WC-X
                 END-IF
              END-IF
           END-IF.
      ***************************************************************
      * 405-FIND-WC-SLOT.
      *  - TEST ONE ENTRY OF THE QUARTER CLASS TABLE: NOTE IT IF IT
      *    IS THE STATE AND CLASS BEING POSTED, AND COUNT IT IF IT
      *    SORTS AHEAD SO A NEW ENTRY GOES IN BEHIND IT
      ***************************************************************
        405-FIND-WC-SLOT.
           IF WS-WCA-ID (WCA-X) = WS-WCA-KEY
              SET WS-WCA-FOUND-X TO WCA-X
           END-IF.
           IF WS-WCA-ID (WCA-X) < WS-WCA-KEY
              ADD 1 TO WS-WCA-INS-X
           END-IF.
      ***************************************************************
      * 406-WRITE-WC-LINE.
      *  - PRINT ONE STATE AND CLASS LINE OF THE WORKERS COMP
      *    PAYROLL REPORT AND, OUTSIDE A TRIAL RUN, WRITE THE SAME
      *    FIGURES TO THE CARRIER EXTRACT
      ***************************************************************
        406-WRITE-WC-LINE.
           COMPUTE WS-WCA-BASIS = WS-WCA-GROSS (WCA-X)
                                - WS-WCA-OT-PREM (WCA-X)
                                - WS-WCA-HOL-PAY (WCA-X).

           MOVE WS-WCA-STATE (WCA-X) TO WCD-STATE.
           MOVE WS-WCA-CLASS (WCA-X) TO WCD-CLASS.
           MOVE WS-WCA-DESC (WCA-X) TO WCD-DESC.
           MOVE WS-WCA-HEADS (WCA-X) TO WCD-HEADS.
           MOVE WS-WCA-HOURS (WCA-X) TO WCD-HOURS.
           MOVE WS-WCA-GROSS (WCA-X) TO WCD-GROSS.
           MOVE WS-WCA-OT-PREM (WCA-X) TO WCD-OT-PREM.
           MOVE WS-WCA-HOL-PAY (WCA-X) TO WCD-HOL-PAY.
           MOVE WS-WCA-BASIS TO WCD-BASIS.

           MOVE WC-DETAIL-LINE TO WC-LISTING-REC.
           WRITE WC-LISTING-REC AFTER ADVANCING 1 LINE.

           IF NOT RUN-MODE-TRIAL
              MOVE WS-TAX-YEAR TO WCX-YEAR
              MOVE WS-QTR-NUM TO WCX-QTR
              MOVE WS-WCA-STATE (WCA-X) TO WCX-STATE
              MOVE WS-WCA-CLASS (WCA-X) TO WCX-CLASS
              MOVE WS-WCA-HEADS (WCA-X) TO WCX-HEADS
              MOVE WS-WCA-HOURS (WCA-X) TO WCX-HOURS
              MOVE WS-WCA-GROSS (WCA-X) TO WCX-GROSS
              MOVE WS-WCA-OT-PREM (WCA-X) TO WCX-OT-PREM
              MOVE WS-WCA-HOL-PAY (WCA-X) TO WCX-HOL-PAY
              MOVE WS-WCA-BASIS TO WCX-BASIS
              MOVE WC-EXTRACT-DETAIL TO WC-EXTRACT-REC
              WRITE WC-EXTRACT-REC
              ADD 1 TO WS-WC-EXT-CNT
              ADD WS-WCA-GROSS (WCA-X) TO WS-WC-EXT-GROSS
           END-IF.
      ***************************************************************
      * 407-SET-TAX-STATES.
      *  - WORK OUT THE STATES THIS EMPLOYEE'S PERIOD IS WITHHELD
      *    FOR FROM THE W-4 PROFILE.  A BLANK WORK STATE IS THE
      *    HOME STATE AND A BLANK RESIDENT STATE IS THE WORK STATE.
      *    WORK AND RESIDENT STATE THE SAME: THAT STATE ONLY.  A
      *    RECIPROCITY RULE BETWEEN THEM: THE RESIDENT STATE ONLY.
      *    OTHERWISE THE WORK STATE FIRST AND THE RESIDENT STATE
      *    SECOND, FOR ANY TAX ABOVE THE WORK STATE'S CREDIT.  THE
      *    WORK STATE IS ALSO THE STATE SUTA, WORKERS COMP AND
      *    FINAL PAY ARE REPORTED UNDER.  A STATE NOT ON THE STATE
      *    TABLE IS LISTED AND THE HOME STATE (WORK) OR NOTHING
      *    (RESIDENT) IS USED IN ITS PLACE
      ***************************************************************
        407-SET-TAX-STATES.
           MOVE W4-WORK-STATE TO WS-WORK-STATE.
           IF WS-WORK-STATE = SPACES
              MOVE WS-HOME-STATE TO WS-WORK-STATE
           END-IF.
           MOVE W4-RES-STATE TO WS-RES-STATE.
           IF WS-RES-STATE = SPACES
              MOVE WS-WORK-STATE TO WS-RES-STATE
           END-IF.

           MOVE WS-WORK-STATE TO WS-STATE-KEY.
           PERFORM 408-FIND-STATE.
           IF WS-STX-FOUND-X = ZERO
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'WORK STATE ' WS-WORK-STATE ' NOT ON FILE, '
                  WS-HOME-STATE ' USED' DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
              MOVE WS-HOME-STATE TO WS-WORK-STATE
              MOVE 1 TO WS-STX-FOUND-X
           END-IF.
           MOVE WS-STX-FOUND-X TO WS-WORK-STX-X.
           MOVE WS-WORK-STATE TO WS-TERM-STATE.

           MOVE 1 TO WS-PST-CNT.
           MOVE WS-WORK-STATE TO WS-PST-STATE (1).
           MOVE WS-WORK-STX-X TO WS-PST-STX (1).
           MOVE ZEROS TO WS-PST-WAGES (1).
           MOVE ZEROS TO WS-PST-TAX (1).
           MOVE SPACES TO WS-PST-STATE (2).
           MOVE WS-WORK-STX-X TO WS-PST-STX (2).
           MOVE ZEROS TO WS-PST-WAGES (2).
           MOVE ZEROS TO WS-PST-TAX (2).

           IF WS-RES-STATE NOT = WS-WORK-STATE
              MOVE WS-RES-STATE TO WS-STATE-KEY
              PERFORM 408-FIND-STATE
              IF WS-STX-FOUND-X = ZERO
                 MOVE ER-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'RESIDENT STATE ' WS-RES-STATE
                     ' NOT ON FILE, IGNORED' DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              ELSE
                 MOVE ZEROS TO WS-RCP-FOUND-X
                 PERFORM 425-MATCH-RECIPROCITY
                         VARYING RCP-X FROM 1 BY 1
                         UNTIL RCP-X > WS-RECIP-CNT
                            OR WS-RCP-FOUND-X > ZERO
                 IF WS-RCP-FOUND-X > ZERO
                    MOVE WS-RES-STATE TO WS-PST-STATE (1)
                    MOVE WS-STX-FOUND-X TO WS-PST-STX (1)
                 ELSE
                    MOVE 2 TO WS-PST-CNT
                    MOVE WS-RES-STATE TO WS-PST-STATE (2)
                    MOVE WS-STX-FOUND-X TO WS-PST-STX (2)
                 END-IF
              END-IF
           END-IF.
      ***************************************************************
      * 408-FIND-STATE.
      *  - LOOK UP THE STATE IN WS-STATE-KEY ON THE STATE TABLE.
      *    WS-STX-FOUND-X IS ITS ENTRY, OR ZERO IF IT IS NOT THERE
      ***************************************************************
        408-FIND-STATE.
           MOVE ZEROS TO WS-STX-FOUND-X.
           PERFORM 424-MATCH-STATE
                   VARYING STX-X FROM 1 BY 1
                   UNTIL STX-X > WS-STX-CNT
                      OR WS-STX-FOUND-X > ZERO.
      ***************************************************************
      * 409-ADD-STATE.
      *  - FIND THE STATE IN WS-STATE-KEY (BLANK = THE HOME STATE)
      *    ON THE STATE TABLE, ADDING AN EMPTY ENTRY FOR IT WHEN
      *    FIRST SEEN.  WS-STX-FOUND-X IS LEFT ZERO WHEN THE TABLE
      *    IS FULL SO THE CALLER CAN LIST WHAT WAS DROPPED
      ***************************************************************
        409-ADD-STATE.
           IF WS-STATE-KEY = SPACES
              MOVE WS-HOME-STATE TO WS-STATE-KEY
           END-IF.
           PERFORM 408-FIND-STATE.
           IF WS-STX-FOUND-X = ZERO AND WS-STX-CNT < 10
              ADD 1 TO WS-STX-CNT
              SET STX-X TO WS-STX-CNT
              INITIALIZE WS-STX-TAB (STX-X)
              MOVE WS-STATE-KEY TO WS-STX-STATE (STX-X)
              MOVE 'N' TO WS-STX-SUTA-SW (STX-X)
              MOVE WS-STX-CNT TO WS-STX-FOUND-X
           END-IF.
      ***************************************************************
      * 410-CALC-STATE-TAX.
      *  - WITHHOLD FOR ONE OF THE PERIOD'S STATES ON THAT STATE'S
      *    BRACKETS FOR THE W-4 STATE FILING STATUS (A STATUS WITH
      *    NO BRACKETS FALLS BACK TO THE STATE'S SINGLE SET).  THE
      *    FIRST STATE'S TAX IS THE CREDIT AGAINST THE SECOND, SO
      *    THE RESIDENT STATE TAKES ONLY WHAT ITS OWN TAX EXCEEDS
      *    THE WORK STATE'S.  AN ACTIVE EXEMPT CLAIM WITHHOLDS
      *    NOTHING BUT THE STATE WAGES ARE STILL KEPT
      ***************************************************************
        410-CALC-STATE-TAX.
           MOVE WS-ST-WAGES TO WS-PST-WAGES (PST-X).
           MOVE ZEROS TO WS-PST-TAX (PST-X).
           IF W4-EXEMPT-INACTIVE
              SET STX-X TO WS-PST-STX (PST-X)
              EVALUATE W4-ST-FILING
                  WHEN 'M'
                    SET SSET-X TO 2
                  WHEN 'H'
                    SET SSET-X TO 3
                  WHEN OTHER
                    SET SSET-X TO 1
              END-EVALUATE
              IF WS-ST-CNT (STX-X, SSET-X) = ZERO
                 SET SSET-X TO 1
              END-IF
              MOVE ZEROS TO WS-TAX-WORK
              PERFORM 337-CALC-STATE-BRACKET
                      VARYING ST-X FROM 1 BY 1
                      UNTIL ST-X > WS-ST-CNT (STX-X, SSET-X)
              COMPUTE WS-ST-BRACKET-TAX ROUNDED = WS-TAX-WORK
              IF PST-X = 1
                 MOVE WS-ST-BRACKET-TAX TO WS-PST-TAX (PST-X)
                 MOVE WS-ST-BRACKET-TAX TO WS-ST-CREDIT
              ELSE
                 IF WS-ST-BRACKET-TAX > WS-ST-CREDIT
                    COMPUTE WS-PST-TAX (PST-X) =
                        WS-ST-BRACKET-TAX - WS-ST-CREDIT
                 END-IF
              END-IF
           END-IF.
      ***************************************************************
      * 411-ADD-STATE-RUN-WH.
      *  - ROLL ONE STATE'S WITHHOLDING INTO THAT STATE'S RUN TOTAL
      *    FOR THE STATE W/H PAYABLE POSTING
      ***************************************************************
        411-ADD-STATE-RUN-WH.
           SET STX-X TO WS-PST-STX (PST-X).
           ADD WS-PST-TAX (PST-X) TO WS-STX-RUN-WH (STX-X).
      ***************************************************************
      * 412-POST-YTD-STATE.
      *  - ADD ONE STATE'S WAGES AND WITHHOLDING INTO ITS YEAR AND
      *    QUARTER SLOT ON THE YTD MASTER
      ***************************************************************
        412-POST-YTD-STATE.
           MOVE WS-PST-STATE (PST-X) TO WS-STATE-KEY.
           PERFORM 418-ADD-YTD-STATE.
           IF WS-YST-FOUND-X > ZERO
              SET YST-X TO WS-YST-FOUND-X
              ADD WS-PST-WAGES (PST-X) TO YTD-ST-WAGES (YST-X)
              ADD WS-PST-TAX (PST-X) TO YTD-ST-TAX (YST-X)
              ADD WS-PST-WAGES (PST-X) TO YTD-ST-QWAGES (YST-X)
              ADD WS-PST-TAX (PST-X) TO YTD-ST-QTAX (YST-X)
           END-IF.
      ***************************************************************
      * 413-FIND-YTD-STATE.
      *  - LOOK UP THE STATE IN WS-STATE-KEY AMONG THE YTD MASTER'S
      *    STATE SLOTS, NOTING THE FIRST UNUSED SLOT ON THE WAY
      ***************************************************************
        413-FIND-YTD-STATE.
           MOVE ZEROS TO WS-YST-FOUND-X.
           MOVE ZEROS TO WS-YST-EMPTY-X.
           PERFORM 426-MATCH-YTD-STATE
                   VARYING YST-X FROM 1 BY 1
                   UNTIL YST-X > 3
                      OR WS-YST-FOUND-X > ZERO.
      ***************************************************************
      * 414-CLEAR-YTD-STATE.
      *  - EMPTY ONE STATE SLOT OF THE YTD MASTER
      ***************************************************************
        414-CLEAR-YTD-STATE.
           MOVE SPACES TO YTD-ST-CODE (YST-X).
           MOVE ZEROS TO YTD-ST-WAGES (YST-X).
           MOVE ZEROS TO YTD-ST-TAX (YST-X).
           MOVE ZEROS TO YTD-ST-QWAGES (YST-X).
           MOVE ZEROS TO YTD-ST-QTAX (YST-X).
           MOVE ZEROS TO YTD-ST-UI-WAGES (YST-X).
      ***************************************************************
      * 415-EDIT-YTD-STATE.
      *  - NORMALIZE ONE STATE SLOT ON A YTD RECORD JUST READ, THE
      *    SAME WAY 334 DOES THE OTHER ACCUMULATORS.  A SLOT WITH
      *    NO STATE CODE IS EMPTIED
      ***************************************************************
        415-EDIT-YTD-STATE.
           IF YTD-ST-CODE (YST-X) = SPACES
              OR YTD-ST-CODE (YST-X) = LOW-VALUES
              PERFORM 414-CLEAR-YTD-STATE
           ELSE
              IF YTD-ST-WAGES (YST-X) NOT NUMERIC
                 MOVE ZEROS TO YTD-ST-WAGES (YST-X)
              END-IF
              IF YTD-ST-TAX (YST-X) NOT NUMERIC
                 MOVE ZEROS TO YTD-ST-TAX (YST-X)
              END-IF
              IF YTD-ST-QWAGES (YST-X) NOT NUMERIC
                 MOVE ZEROS TO YTD-ST-QWAGES (YST-X)
              END-IF
              IF YTD-ST-QTAX (YST-X) NOT NUMERIC
                 MOVE ZEROS TO YTD-ST-QTAX (YST-X)
              END-IF
              IF YTD-ST-UI-WAGES (YST-X) NOT NUMERIC
                 MOVE ZEROS TO YTD-ST-UI-WAGES (YST-X)
              END-IF
           END-IF.
      ***************************************************************
      * 416-MOVE-PH-STATE.
      *  - CARRY ONE OF THE PERIOD'S STATES ONTO THE PAY HISTORY ROW
      ***************************************************************
        416-MOVE-PH-STATE.
           SET PHS-X TO PST-X.
           MOVE WS-PST-STATE (PST-X) TO PH-ST-CODE (PHS-X).
           MOVE WS-PST-WAGES (PST-X) TO PH-ST-WAGES (PHS-X).
           MOVE WS-PST-TAX (PST-X) TO PH-ST-TAX (PHS-X).
      ***************************************************************
      * 417-MERGE-PH-STATE.
      *  - ADD ONE OF THE PERIOD'S STATES INTO THE PAY HISTORY ROW
      *    BEING MERGED, IN THE SLOT ALREADY HOLDING THE STATE OR
      *    THE FIRST UNUSED ONE.  A ROW WITH BOTH SLOTS TAKEN BY
      *    OTHER STATES KEEPS THE AMOUNT IN ITS STATE TAX TOTAL ONLY
      ***************************************************************
        417-MERGE-PH-STATE.
           MOVE WS-PST-STATE (PST-X) TO WS-STATE-KEY.
           MOVE ZEROS TO WS-PHS-FOUND-X.
           PERFORM 427-MATCH-PH-STATE
                   VARYING PHS-X FROM 1 BY 1
                   UNTIL PHS-X > 2
                      OR WS-PHS-FOUND-X > ZERO.
           IF WS-PHS-FOUND-X > ZERO
              SET PHS-X TO WS-PHS-FOUND-X
              IF PH-ST-CODE (PHS-X) NOT = WS-STATE-KEY
                 MOVE WS-STATE-KEY TO PH-ST-CODE (PHS-X)
                 MOVE ZEROS TO PH-ST-WAGES (PHS-X)
                 MOVE ZEROS TO PH-ST-TAX (PHS-X)
              END-IF
              ADD WS-PST-WAGES (PST-X) TO PH-ST-WAGES (PHS-X)
              ADD WS-PST-TAX (PST-X) TO PH-ST-TAX (PHS-X)
           ELSE
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              STRING 'PAY HIST STATE SLOTS FULL, '
                  WS-STATE-KEY ' NOT KEPT' DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           END-IF.
      ***************************************************************
      * 418-ADD-YTD-STATE.
      *  - FIND THE STATE IN WS-STATE-KEY AMONG THE YTD MASTER'S
      *    STATE SLOTS, TAKING THE FIRST UNUSED SLOT FOR A STATE
      *    NOT YET WORKED THIS YEAR.  WITH ALL SLOTS TAKEN THE
      *    STATE IS LISTED AND KEPT IN THE RECORD'S TOTALS ONLY
      ***************************************************************
        418-ADD-YTD-STATE.
           PERFORM 413-FIND-YTD-STATE.
           IF WS-YST-FOUND-X = ZERO
              IF WS-YST-EMPTY-X > ZERO
                 SET YST-X TO WS-YST-EMPTY-X
                 PERFORM 414-CLEAR-YTD-STATE
                 MOVE WS-STATE-KEY TO YTD-ST-CODE (YST-X)
                 MOVE WS-YST-EMPTY-X TO WS-YST-FOUND-X
              ELSE
                 MOVE YTD-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'YTD STATE SLOTS FULL, '
                     WS-STATE-KEY ' NOT KEPT' DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              END-IF
           END-IF.
      ***************************************************************
      * 419-WRITE-STATE-DETAIL.
      *  - WRITE ONE EMPLOYEE'S QUARTERLY WAGE AND WITHHOLDING
      *    RECORD FOR ONE STATE FROM THE YTD MASTER'S STATE SLOT AND
      *    ROLL IT INTO THAT STATE'S SUMMARY.  A STATE DROPPED FROM
      *    THE DEDUCTION MASTER STILL FILES, UNDER A BLANK ACCOUNT
      ***************************************************************
        419-WRITE-STATE-DETAIL.
           IF YTD-ST-CODE (YST-X) NOT = SPACES
              AND (YTD-ST-QWAGES (YST-X) NOT = ZERO
                   OR YTD-ST-QTAX (YST-X) NOT = ZERO)
              MOVE YTD-ST-CODE (YST-X) TO WS-STATE-KEY
              PERFORM 409-ADD-STATE
              IF WS-STX-FOUND-X = ZERO
                 MOVE YTD-EMP-NUM TO EX-EMPNO
                 MOVE SPACES TO EX-PROJNO
                 MOVE ZEROS TO EX-ACTNO
                 STRING 'STATE TABLE FULL, '
                     WS-STATE-KEY ' NOT FILED' DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 333-WRITE-DB-EXCEPTION
              ELSE
                 SET STX-X TO WS-STX-FOUND-X
                 MOVE WS-STX-STATE (STX-X) TO TXD-STATE
                 MOVE WS-STX-ACCT (STX-X) TO TXD-ACCT
                 MOVE YTD-EMP-NUM TO TXD-EMPNO
                 MOVE WS-QTR-NUM TO TXD-QTR
                 MOVE WS-TAX-YEAR TO TXD-YEAR
                 MOVE YTD-ST-QWAGES (YST-X) TO TXD-WAGES
                 MOVE YTD-ST-QTAX (YST-X) TO TXD-STATE-TAX
                 MOVE TAX-ST-EMP-DETAIL TO TAX-FILING-REC
                 WRITE TAX-FILING-REC
                 ADD 1 TO WS-QTD-ST-DTL-CNT
                 ADD 1 TO WS-STX-QTR-CNT (STX-X)
                 ADD YTD-ST-QWAGES (YST-X)
                     TO WS-STX-QTR-WAGES (STX-X)
                 ADD YTD-ST-QTAX (YST-X) TO WS-STX-QTR-TAX (STX-X)
              END-IF
           END-IF.
      ***************************************************************
      * 420-WRITE-W2-STATE.
      *  - WRITE THE W-2 STATE BOXES (STATE, EMPLOYER STATE
      *    ACCOUNT, STATE WAGES, STATE TAX) FOR ONE STATE SLOT
      ***************************************************************
        420-WRITE-W2-STATE.
           IF YTD-ST-CODE (YST-X) NOT = SPACES
              AND (YTD-ST-WAGES (YST-X) NOT = ZERO
                   OR YTD-ST-TAX (YST-X) NOT = ZERO)
              MOVE YTD-ST-CODE (YST-X) TO WS-STATE-KEY
              PERFORM 408-FIND-STATE
              IF WS-STX-FOUND-X > ZERO
                 SET STX-X TO WS-STX-FOUND-X
                 MOVE WS-STX-ACCT (STX-X) TO TXR-ACCT
              ELSE
                 MOVE SPACES TO TXR-ACCT
              END-IF
              MOVE YTD-EMP-NUM TO TXR-EMPNO
              MOVE WS-TAX-YEAR TO TXR-YEAR
              MOVE YTD-ST-CODE (YST-X) TO TXR-STATE
              MOVE YTD-ST-WAGES (YST-X) TO TXR-WAGES
              MOVE YTD-ST-TAX (YST-X) TO TXR-STATE-TAX
              MOVE TAX-W2-STATE TO TAX-FILING-REC
              WRITE TAX-FILING-REC
              ADD 1 TO WS-W2-ST-CNT
           END-IF.
      ***************************************************************
      * 421-WRITE-STATE-SUMMARY.
      *  - WRITE ONE STATE'S EMPLOYER SUMMARY FILING RECORD FROM
      *    THE STATE DETAIL RECORDS ROLLED UP BY 419
      ***************************************************************
        421-WRITE-STATE-SUMMARY.
           IF STX-X = 1 OR WS-STX-QTR-CNT (STX-X) > ZERO
              MOVE WS-STX-STATE (STX-X) TO TXS-STATE
              MOVE WS-STX-ACCT (STX-X) TO TXS-ACCT
              MOVE WS-QTR-NUM TO TXS-QTR
              MOVE WS-TAX-YEAR TO TXS-YEAR
              MOVE WS-STX-QTR-CNT (STX-X) TO TXS-EMP-CNT
              MOVE WS-STX-QTR-WAGES (STX-X) TO TXS-GROSS
              MOVE WS-STX-QTR-TAX (STX-X) TO TXS-STATE-TAX
              MOVE TAX-ST-SUMMARY TO TAX-FILING-REC
              WRITE TAX-FILING-REC
              ADD WS-STX-QTR-TAX (STX-X) TO WS-QTD-ST-FILED
           END-IF.
      ***************************************************************
      * 422-WRITE-GL-STATE.
      *  - POST ONE STATE'S SHARE OF THE STATE W/H OR SUTA PAYABLE
      *    CREDIT (WHICHEVER ACCOUNT THE CALLER SET UP), TAGGED
      *    WITH THE STATE CODE
      ***************************************************************
        422-WRITE-GL-STATE.
           MOVE WS-STX-STATE (STX-X) TO GL-STATE.
           IF GL-ACCOUNT = '21200000'
              MOVE WS-STX-RUN-WH (STX-X) TO WS-GL-POST-AMT
              ADD WS-GL-POST-AMT TO WS-BAL-ST-SPLIT
           ELSE
              MOVE WS-STX-RUN-SUTA (STX-X) TO WS-GL-POST-AMT
              ADD WS-GL-POST-AMT TO WS-BAL-SUTA-SPLIT
           END-IF.
           PERFORM 164-WRITE-GL-RECORD.
           MOVE SPACES TO GL-STATE.
      ***************************************************************
      * 423-ZERO-YTD-STATE-QTR.
      *  - ZERO ONE STATE SLOT'S QUARTER WAGES AND WITHHOLDING
      *    ONCE THE QUARTER IS FILED
      ***************************************************************
        423-ZERO-YTD-STATE-QTR.
           MOVE ZEROS TO YTD-ST-QWAGES (YST-X).
           MOVE ZEROS TO YTD-ST-QTAX (YST-X).
      ***************************************************************
      * 424-MATCH-STATE.
      *  - TEST ONE STATE TABLE ENTRY AGAINST WS-STATE-KEY
      ***************************************************************
        424-MATCH-STATE.
           IF WS-STX-STATE (STX-X) = WS-STATE-KEY
              SET WS-STX-FOUND-X TO STX-X
           END-IF.
      ***************************************************************
      * 425-MATCH-RECIPROCITY.
      *  - TEST ONE RECIPROCITY RULE AGAINST THE EMPLOYEE'S WORK
      *    AND RESIDENT STATES
      ***************************************************************
        425-MATCH-RECIPROCITY.
           IF WS-RECIP-WORK (RCP-X) = WS-WORK-STATE
              AND WS-RECIP-RES (RCP-X) = WS-RES-STATE
              SET WS-RCP-FOUND-X TO RCP-X
           END-IF.
      ***************************************************************
      * 426-MATCH-YTD-STATE.
      *  - TEST ONE YTD STATE SLOT AGAINST WS-STATE-KEY, NOTING THE
      *    FIRST UNUSED SLOT
      ***************************************************************
        426-MATCH-YTD-STATE.
           IF YTD-ST-CODE (YST-X) = WS-STATE-KEY
              SET WS-YST-FOUND-X TO YST-X
           ELSE
              IF YTD-ST-CODE (YST-X) = SPACES
                 AND WS-YST-EMPTY-X = ZERO
                 SET WS-YST-EMPTY-X TO YST-X
              END-IF
           END-IF.
      ***************************************************************
      * 427-MATCH-PH-STATE.
      *  - TEST ONE PAY HISTORY STATE SLOT: THE SLOT ALREADY HOLDING
      *    WS-STATE-KEY, OR AN UNUSED ONE
      ***************************************************************
        427-MATCH-PH-STATE.
           IF PH-ST-CODE (PHS-X) = WS-STATE-KEY
              OR PH-ST-CODE (PHS-X) = SPACES
              SET WS-PHS-FOUND-X TO PHS-X
           END-IF.
      ***************************************************************
      * 428-REVERSE-VOID-YTD.
      *  - TAKE THE VOIDED PAY HISTORY ROW'S TAXES, SUPPLEMENTAL
      *    PAY, PRE-TAX DEDUCTIONS AND EMPLOYER MATCH OFF THE YTD
      *    RECORD, AND ITS QUARTER TAXES WHEN THE PERIOD IS IN THE
      *    OPEN QUARTER (LATER THAN YTD-QTR-FILED).  A VOIDED
      *    SUPPLEMENTAL CLEARS YTD-SUPP-PERIOD SO THE PERIOD CAN BE
      *    PAID AGAIN.  EACH STATE SLOT COMES OFF THE YTD STATE
      *    ENTRY WITH THE SAME STATE CODE
      ***************************************************************
        428-REVERSE-VOID-YTD.
           SUBTRACT PH-FED-TAX FROM YTD-FED-TAX.
           SUBTRACT PH-STATE-TAX FROM YTD-STATE-TAX.
           SUBTRACT PH-FICA-TAX FROM YTD-FICA-TAX.
           IF ER-EMP-HIREDATE > YTD-QTR-FILED
              SUBTRACT PH-FED-TAX FROM YTD-QTR-FED-TAX
              SUBTRACT PH-STATE-TAX FROM YTD-QTR-ST-TAX
              SUBTRACT PH-FICA-TAX FROM YTD-QTR-FICA-TAX
           END-IF.

           SUBTRACT PH-SUPP-PAY FROM YTD-SUPP-GROSS.
           IF PH-SUPP-PAY NOT = ZERO
              AND YTD-SUPP-PERIOD = ER-EMP-HIREDATE
              MOVE SPACES TO YTD-SUPP-PERIOD
           END-IF.

           SUBTRACT PH-401K-DED FROM YTD-401K-DED.
           SUBTRACT PH-S125-DED FROM YTD-S125-DED.
           IF PH-ER-MATCH IS NUMERIC
              SUBTRACT PH-ER-MATCH FROM YTD-ER-MATCH
           END-IF.

           PERFORM 429-REVERSE-VOID-STATE
                   VARYING PHS-X FROM 1 BY 1
                   UNTIL PHS-X > 2.
      ***************************************************************
      * 429-REVERSE-VOID-STATE.
      *  - TAKE ONE STATE SLOT OF THE VOIDED PAY HISTORY ROW OFF
      *    THE YTD STATE ENTRY FOR THE SAME STATE, QUARTER AMOUNTS
      *    INCLUDED WHEN THE PERIOD IS IN THE OPEN QUARTER
      ***************************************************************
        429-REVERSE-VOID-STATE.
           IF PH-ST-CODE (PHS-X) NOT = SPACES
              AND PH-ST-WAGES (PHS-X) IS NUMERIC
              AND PH-ST-TAX (PHS-X) IS NUMERIC
              MOVE PH-ST-CODE (PHS-X) TO WS-STATE-KEY
              PERFORM 413-FIND-YTD-STATE
              IF WS-YST-FOUND-X > ZERO
                 SET YST-X TO WS-YST-FOUND-X
                 SUBTRACT PH-ST-WAGES (PHS-X)
                     FROM YTD-ST-WAGES (YST-X)
                 SUBTRACT PH-ST-TAX (PHS-X)
                     FROM YTD-ST-TAX (YST-X)
                 IF ER-EMP-HIREDATE > YTD-QTR-FILED
                    SUBTRACT PH-ST-WAGES (PHS-X)
                        FROM YTD-ST-QWAGES (YST-X)
                    SUBTRACT PH-ST-TAX (PHS-X)
                        FROM YTD-ST-QTAX (YST-X)
                 END-IF
              END-IF
           END-IF.
      ***************************************************************
      * 430-BACK-OUT-GARN.
      *  - TAKE THE VOIDED PERIOD'S GARNISHMENT BACK OFF THE
      *    EMPLOYEE'S ORDERS, LAST PRIORITY FIRST (THE REVERSE OF
      *    THE ORDER 358-CALC-GARNISHMENTS TAKES THEM IN).  THE
      *    AMOUNT ALREADY WENT TO THE PAYEE, SO THE VOID IS LISTED
      *    FOR RECOVERY, AND ANY PART NOT FOUND ON THE ORDERS IS
      *    LISTED AS WELL
      ***************************************************************
        430-BACK-OUT-GARN.
           MOVE PH-GARN-DED TO WS-GARN-BACKOUT.

           PERFORM 365-RESET-GARN-FLAG
                   VARYING GARN-X FROM 1 BY 1
                   UNTIL GARN-X > WS-GARN-CNT.

           MOVE 'Y' TO WS-GARN-MORE.
           PERFORM 432-PICK-GARN-BACKOUT
                   UNTIL NOT GARN-ORDERS-LEFT
                      OR WS-GARN-BACKOUT NOT > ZERO.

           MOVE ER-EMP-NUM TO EX-EMPNO.
           MOVE SPACES TO EX-PROJNO.
           MOVE ZEROS TO EX-ACTNO.
           MOVE 'VOID GARN BACKED OUT, RECOVER FROM PAYEE'
               TO WS-REJECT-REASON.
           PERFORM 333-WRITE-DB-EXCEPTION.

           IF WS-GARN-BACKOUT > ZERO
              MOVE ER-EMP-NUM TO EX-EMPNO
              MOVE SPACES TO EX-PROJNO
              MOVE ZEROS TO EX-ACTNO
              MOVE 'VOID GARN MORE THAN TAKEN ON ORDERS'
                  TO WS-REJECT-REASON
              PERFORM 333-WRITE-DB-EXCEPTION
           END-IF.
      ***************************************************************
      * 431-CLEAR-PH-STATE.
      *  - EMPTY ONE STATE SLOT OF A VOIDED PAY HISTORY ROW
      ***************************************************************
        431-CLEAR-PH-STATE.
           MOVE SPACES TO PH-ST-CODE (PHS-X).
           MOVE ZEROS TO PH-ST-WAGES (PHS-X).
           MOVE ZEROS TO PH-ST-TAX (PHS-X).
      ***************************************************************
      * 432-PICK-GARN-BACKOUT.
      *  - FIND THE CURRENT EMPLOYEE'S UNPROCESSED ORDER WITH THE
      *    HIGHEST PRIORITY NUMBER AND TAKE AS MUCH OF THE VOIDED
      *    GARNISHMENT OFF ITS TAKEN-TO-DATE AS IT WILL BEAR.  AN
      *    ORDER LAST TAKEN IN THE VOIDED PERIOD HAS ITS LAST
      *    PERIOD CLEARED SO THE REISSUE CAN TAKE IT AGAIN
      ***************************************************************
        432-PICK-GARN-BACKOUT.
           MOVE ZEROS TO WS-GARN-PICK-X.
           MOVE -1 TO WS-GARN-MAX-PRI.

           PERFORM 433-SCAN-GARN-BACKOUT
                   VARYING GARN-X FROM 1 BY 1
                   UNTIL GARN-X > WS-GARN-CNT.

           IF WS-GARN-PICK-X = ZERO
              MOVE 'N' TO WS-GARN-MORE
           ELSE
              SET GARN-X TO WS-GARN-PICK-X
              MOVE 'Y' TO WS-GARN-DONE (GARN-X)
              MOVE WS-GARN-ORDER (GARN-X) TO WS-GARN-KEY-ORDER
              PERFORM 362-READ-GARN-MASTER
              IF GARN-ON-FILE AND GM-TAKEN-TO-DATE > ZERO
                 MOVE WS-GARN-BACKOUT TO WS-GARN-TAKE
                 IF WS-GARN-TAKE > GM-TAKEN-TO-DATE
                    MOVE GM-TAKEN-TO-DATE TO WS-GARN-TAKE
                 END-IF
                 SUBTRACT WS-GARN-TAKE FROM GM-TAKEN-TO-DATE
                 SUBTRACT WS-GARN-TAKE FROM WS-GARN-BACKOUT
                 IF GM-LAST-PERIOD = ER-EMP-HIREDATE
                    MOVE SPACES TO GM-LAST-PERIOD
                 END-IF
                 REWRITE GARN-RECORD
                 IF WS-GARN-STATUS NOT = '00'
                    MOVE ER-EMP-NUM TO EX-EMPNO
                    MOVE SPACES TO EX-PROJNO
                    MOVE ZEROS TO EX-ACTNO
                    STRING 'GARN MASTER UPDATE FAILED, STATUS='
                        WS-GARN-STATUS DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                    PERFORM 333-WRITE-DB-EXCEPTION
                 END-IF
              END-IF
           END-IF.
      ***************************************************************
      * 433-SCAN-GARN-BACKOUT.
      *  - REMEMBER THE UNPROCESSED ORDER FOR THE CURRENT EMPLOYEE
      *    WITH THE HIGHEST PRIORITY NUMBER SEEN SO FAR
      ***************************************************************
        433-SCAN-GARN-BACKOUT.
           IF WS-GARN-EMPNO (GARN-X) = ER-EMP-NUM
              AND WS-GARN-DONE (GARN-X) = 'N'
              AND WS-GARN-PRI (GARN-X) > WS-GARN-MAX-PRI
              MOVE WS-GARN-PRI (GARN-X) TO WS-GARN-MAX-PRI
              SET WS-GARN-PICK-X TO GARN-X
           END-IF.
      ***************************************************************
      * 343-WRITE-ACH-CONTROL.
      *  - WRITE THE ACH BATCH CONTROL RECORD.  THE ENTRY COUNT,
           IF YTD-QTR-FICA-TAX NOT NUMERIC
              MOVE ZEROS TO YTD-QTR-FICA-TAX
           END-IF.
           IF YTD-SUPP-GROSS NOT NUMERIC
              MOVE ZEROS TO YTD-SUPP-GROSS
           END-IF.
           IF YTD-401K-DED NOT NUMERIC
              MOVE ZEROS TO YTD-401K-DED
           END-IF.
           IF YTD-S125-DED NOT NUMERIC
              MOVE ZEROS TO YTD-S125-DED
           END-IF.
           IF YTD-ER-MATCH NOT NUMERIC
              MOVE ZEROS TO YTD-ER-MATCH
           END-IF.
           IF YTD-QTR-HOURS NOT NUMERIC
              MOVE ZEROS TO YTD-QTR-HOURS
           END-IF.
           IF YTD-QTR-OT-PREM NOT NUMERIC
              MOVE ZEROS TO YTD-QTR-OT-PREM
           END-IF.
           IF YTD-QTR-HOL-PAY NOT NUMERIC
              MOVE ZEROS TO YTD-QTR-HOL-PAY
           END-IF.
           PERFORM 415-EDIT-YTD-STATE
                   VARYING YST-X FROM 1 BY 1
                   UNTIL YST-X > 3.
      ***************************************************************
      * 344-READ-YTD.
      *  - FETCH THE EMPLOYEE'S YTD MASTER RECORD (OR START A FRESH
      *    ONE) AND REMEMBER THE PRIOR YTD GROSS, FICA WAGES AND
      *    PRE-TAX CONTRIBUTIONS SO THE FICA WAGE BASE AND THE PLAN
      *    ANNUAL LIMITS CAN BE APPLIED IN 335-CALC-DEDUCTIONS
      ***************************************************************
        344-READ-YTD.
           SET YTD-NOT-ON-FILE TO TRUE.
           MOVE ZEROS TO WS-YTD-PRIOR-GROSS.
           MOVE ZEROS TO WS-YTD-PRIOR-401K.
           MOVE ZEROS TO WS-YTD-PRIOR-S125.
           MOVE ZEROS TO WS-YTD-PRIOR-FICA.
           MOVE ER-EMP-NUM TO YTD-EMP-NUM.

           READ YTD-MASTER
                 MOVE ZEROS TO YTD-QTR-FED-TAX
                 MOVE ZEROS TO YTD-QTR-ST-TAX
                 MOVE ZEROS TO YTD-QTR-FICA-TAX
                 MOVE ZEROS TO YTD-SUPP-GROSS
                 MOVE SPACES TO YTD-SUPP-PERIOD
                 MOVE ZEROS TO YTD-401K-DED
                 MOVE ZEROS TO YTD-S125-DED
                 MOVE ZEROS TO YTD-ER-MATCH
                 MOVE ZEROS TO YTD-QTR-HOURS
                 MOVE ZEROS TO YTD-QTR-OT-PREM
                 MOVE ZEROS TO YTD-QTR-HOL-PAY
                 MOVE SPACES TO YTD-WC-CLASS
                 MOVE SPACES TO YTD-WC-STATE
                 MOVE SPACES TO YTD-QTR-FILED
                 PERFORM 414-CLEAR-YTD-STATE
                         VARYING YST-X FROM 1 BY 1
                         UNTIL YST-X > 3
               NOT INVALID KEY
                 SET YTD-ON-FILE TO TRUE
                 PERFORM 334-EDIT-YTD-FIELDS
                 MOVE YTD-GROSS TO WS-YTD-PRIOR-GROSS
                 MOVE YTD-401K-DED TO WS-YTD-PRIOR-401K
                 MOVE YTD-S125-DED TO WS-YTD-PRIOR-S125
                 COMPUTE WS-YTD-PRIOR-FICA =
                     YTD-GROSS - YTD-S125-DED
           END-READ.
      ***************************************************************
      * 345-UPDATE-YTD.
      *  - ROLL THIS PERIOD'S GROSS, OVERTIME HOURS, TAX WITHHELD,
      *    PRE-TAX PLAN CONTRIBUTIONS, PAID PERIOD COUNT AND THE
      *    WORKERS COMP HOURS, OVERTIME PREMIUM AND HOLIDAY PAY
      *    INTO THE YTD MASTER, STAMPING THE CLASS AND STATE THE
      *    QUARTER IS REPORTED UNDER.  STATE WAGES AND TAX GO TO
      *    EACH WITHHOLDING STATE'S SLOT AND THE UNEMPLOYMENT WAGES
      *    TO THE WORK STATE'S SLOT.  A RECORD ALREADY STAMPED
      *    WITH THIS PERIOD END (A CHECKPOINT RESTART RERUN) IS LEFT
      *    ALONE SO NOTHING ACCUMULATES TWICE
      ***************************************************************
        345-UPDATE-YTD.
           IF YTD-ON-FILE AND YTD-LAST-PERIOD = WS-PERIOD-END
              ADD WS-FED-TAX TO YTD-QTR-FED-TAX
              ADD WS-STATE-TAX TO YTD-QTR-ST-TAX
              ADD WS-FICA-TAX TO YTD-QTR-FICA-TAX
              IF WS-SUPP-PAY NOT = ZERO
                 ADD WS-SUPP-PAY TO YTD-SUPP-GROSS
                 MOVE WS-PERIOD-END TO YTD-SUPP-PERIOD
              END-IF
              ADD WS-PRETAX-401K TO YTD-401K-DED
              ADD WS-PRETAX-S125 TO YTD-S125-DED
              ADD WS-ER-MATCH TO YTD-ER-MATCH
              ADD WS-WC-HOURS TO YTD-QTR-HOURS
              ADD WS-OT-PREMIUM TO YTD-QTR-OT-PREM
              ADD WS-HOLIDAY-PAY TO YTD-QTR-HOL-PAY
              PERFORM 412-POST-YTD-STATE
                      VARYING PST-X FROM 1 BY 1
                      UNTIL PST-X > WS-PST-CNT
              MOVE WS-WORK-STATE TO WS-STATE-KEY
              PERFORM 418-ADD-YTD-STATE
              IF WS-YST-FOUND-X > ZERO
                 SET YST-X TO WS-YST-FOUND-X
                 ADD WS-WAGES-EARNED TO YTD-ST-UI-WAGES (YST-X)
              END-IF
              MOVE WS-WC-CLASS TO YTD-WC-CLASS
              MOVE WS-WORK-STATE TO YTD-WC-STATE
              MOVE WS-NET-PAY TO YTD-LAST-NET
              MOVE WS-PERIOD-END TO YTD-LAST-PERIOD
              IF YTD-ON-FILE
      *    EMPLOYEE WITH GROSS BUT NO HOURS TO PRORATE (HOLIDAY
      *    PAY ONLY) POSTS HIS GROSS TO THE DEPARTMENT'S WAGE
      *    EXPENSE BUCKET WITH NO PROJECT, SO THE GL DEBITS STILL
      *    TIE TO THE CREDITS.  SUPPLEMENTAL PAY IS NOT LABOR COST;
      *    IT POSTS TO ITS OWN EXPENSE ACCOUNT IN 162
      ***************************************************************
        346-DISTRIBUTE-LABOR.
           COMPUTE WS-LABOR-GROSS = WS-WAGES-EARNED - WS-SUPP-PAY.

           IF WS-TOTAL-HOURS > ZERO
              MOVE ZEROS TO WS-LABOR-ALLOC
              MOVE ZEROS TO WS-LAB-LAST-X

              IF WS-LAB-LAST-X > ZERO AND NOT LABOR-SHARE-DROPPED
                 COMPUTE WS-LABOR-RESID =
                     WS-LABOR-GROSS - WS-LABOR-ALLOC
                 IF WS-LABOR-RESID NOT = ZERO
                    SET LAB-X TO WS-LAB-LAST-X
                    ADD WS-LABOR-RESID TO WS-PROJ-COST (LAB-X)
                 END-IF
              END-IF
           ELSE
              IF WS-LABOR-GROSS NOT = ZERO
                 MOVE SPACES TO OLD-PROJNO
                 MOVE WS-LABOR-GROSS TO WS-LABOR-SHARE
                 PERFORM 356-ADD-GL-EXPENSE
              END-IF
           END-IF.
      ***************************************************************
        347-ALLOC-ONE-PROJ.
           COMPUTE WS-LABOR-SHARE ROUNDED =
               WS-LABOR-GROSS * OLD-EMPTIME / WS-TOTAL-HOURS.

           PERFORM 348-FIND-PROJ-BUCKET.

                 MOVE ZEROS TO GM-TAKEN-TO-DATE
                 MOVE ZEROS TO GM-ARREARS
                 MOVE SPACES TO GM-LAST-PERIOD
                 MOVE SPACES TO GM-ORDER-STATUS
                 MOVE SPACES TO GM-END-DATE
               NOT INVALID KEY
                 SET GARN-ON-FILE TO TRUE
           END-READ.
      *    ANNIVERSARY HAS NOT YET COME AROUND THIS YEAR.  A
      *    PARTIAL CHANGE RECORD LEAVES ER-EMP-HIREDATE BLANK, SO
      *    THE MERGED HIREDATE HOST VARIABLE (FETCHED BY
      *    313-MERGE-EMP-FIELDS) STANDS IN FOR IT.  A TERMINATE
      *    RECORD CARRIES ITS SEPARATION DATE THERE, SO THE HIRE
      *    DATE FETCHED BY 391-FETCH-TERM-EMP IS USED INSTEAD
      ***************************************************************
        368-CALC-SERVICE-YEARS.
           MOVE ZEROS TO WS-SVC-YEARS.

           IF ER-EMP-HIREDATE NOT = SPACES AND NOT TRAN-TERMINATE
              MOVE ER-EMP-HIREDATE TO WS-DATE-WORK
           ELSE
              MOVE HIREDATE TO WS-DATE-WORK
      *    TAXABLE WAGE 335-CALC-DEDUCTIONS USED, AND FUTA/SUTA
      *    AGAINST THEIR OWN WAGE BASE LIMITS, THEN ROLL THE
      *    PERIOD'S FIGURES INTO THE RUN TOTALS THE GL POSTING
      *    FILE AND BALANCE REPORT ARE BUILT FROM.  SUTA IS OWED TO
      *    THE WORK STATE AT ITS OWN RATE AND WAGE BASE (THE
      *    EMPLOYER RATE RECORD WHEN THE STATE HAS NONE), TESTED
      *    AGAINST THE UNEMPLOYMENT WAGES ALREADY PAID IN THAT STATE
      ***************************************************************
        355-CALC-EMPLOYER-TAX.
           COMPUTE WS-ER-FICA-TAX ROUNDED =
           COMPUTE WS-FUTA-TAX ROUNDED =
               WS-FUTA-TAXABLE * WS-FUTA-PCT.

           SET STX-X TO WS-WORK-STX-X.
           IF WS-STX-HAS-SUTA (STX-X)
              MOVE WS-STX-SUTA-PCT (STX-X) TO WS-SUTA-RATE-CUR
              MOVE WS-STX-SUTA-LIM (STX-X) TO WS-SUTA-LIMIT-CUR
           ELSE
              MOVE WS-SUTA-PCT TO WS-SUTA-RATE-CUR
              MOVE WS-SUTA-LIMIT TO WS-SUTA-LIMIT-CUR
           END-IF.
           MOVE ZEROS TO WS-SUTA-PRIOR.
           MOVE WS-WORK-STATE TO WS-STATE-KEY.
           PERFORM 413-FIND-YTD-STATE.
           IF WS-YST-FOUND-X > ZERO
              SET YST-X TO WS-YST-FOUND-X
              MOVE YTD-ST-UI-WAGES (YST-X) TO WS-SUTA-PRIOR
           END-IF.

           MOVE WS-WAGES-EARNED TO WS-SUTA-TAXABLE.
           IF WS-SUTA-LIMIT-CUR > ZERO
              IF WS-SUTA-PRIOR >= WS-SUTA-LIMIT-CUR
                 MOVE ZEROS TO WS-SUTA-TAXABLE
              ELSE
                 IF WS-SUTA-PRIOR + WS-WAGES-EARNED
                    > WS-SUTA-LIMIT-CUR
                    COMPUTE WS-SUTA-TAXABLE =
                        WS-SUTA-LIMIT-CUR - WS-SUTA-PRIOR
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-SUTA-TAX ROUNDED =
               WS-SUTA-TAXABLE * WS-SUTA-RATE-CUR.

           ADD WS-WAGES-EARNED TO WS-BAL-GROSS-TOT.
           ADD WS-FED-TAX TO WS-BAL-FED-TOT.
           ADD WS-ER-FICA-TAX TO WS-BAL-ERFICA-TOT.
           ADD WS-FUTA-TAX TO WS-BAL-FUTA-TOT.
           ADD WS-SUTA-TAX TO WS-BAL-SUTA-TOT.
           SET STX-X TO WS-WORK-STX-X.
           ADD WS-SUTA-TAX TO WS-STX-RUN-SUTA (STX-X).
           PERFORM 411-ADD-STATE-RUN-WH
                   VARYING PST-X FROM 1 BY 1
                   UNTIL PST-X > WS-PST-CNT.
           ADD WS-PRETAX-401K TO WS-BAL-401K-TOT.
           ADD WS-PRETAX-S125 TO WS-BAL-S125-TOT.
           ADD WS-ER-MATCH TO WS-BAL-MATCH-TOT.
      ***************************************************************
      * 356-ADD-GL-EXPENSE.
      *  - ROLL ONE LABOR SHARE INTO THE WAGE EXPENSE BUCKET FOR
            MOVE VAR-HEADING-LINE TO VARIANCE-REC.
            WRITE VARIANCE-REC AFTER ADVANCING 2 LINES.
      *********************************
      *  126-PRINT-CHECK-REG-HEADINGS.
      *   - PRINT THE TITLE AND COLUMN HEADINGS FOR THE CHECK
      *     REGISTER OF PAPER CHECKS ISSUED AND CANCELED
      **********************************
       126-PRINT-CHECK-REG-HEADINGS.

            MOVE WS-PERIOD-END TO CR-TITLE-PERIOD.
            MOVE CHKREG-TITLE-LINE TO CHECK-REG-REC.
            WRITE CHECK-REG-REC AFTER ADVANCING 1 LINE.

            MOVE CHKREG-HEADING-LINE TO CHECK-REG-REC.
            WRITE CHECK-REG-REC AFTER ADVANCING 2 LINES.
      *********************************
      *  129-PRINT-CHECK-REG-TOTAL.
      *   - PRINT THE CHECK REGISTER TOTALS: CHECKS ISSUED, WHICH
      *     TIE TO THE CHECK PRINT ITEMS, AND CHECKS CANCELED
      **********************************
       129-PRINT-CHECK-REG-TOTAL.

            MOVE 'CHECKS ISSUED' TO CR-TOT-CAPTION.
            MOVE WS-CHKREG-CNT TO CR-TOT-CNT.
            MOVE WS-CHKREG-AMT TO CR-TOT-AMT.
            MOVE CHKREG-TOTAL-LINE TO CHECK-REG-REC.
            WRITE CHECK-REG-REC AFTER ADVANCING 2 LINES.

            MOVE 'CHECKS CANCELED' TO CR-TOT-CAPTION.
            MOVE WS-PP-VOID-CNT TO CR-TOT-CNT.
            MOVE WS-PP-VOID-AMT TO CR-TOT-AMT.
            MOVE CHKREG-TOTAL-LINE TO CHECK-REG-REC.
            WRITE CHECK-REG-REC AFTER ADVANCING 1 LINE.
      *********************************
      *  140-PRINT-FINAL-PAY-HEADINGS.
      *   - PRINT THE TITLE AND COLUMN HEADINGS FOR THE FINAL PAY
      *     REGISTER OF TERMINATED EMPLOYEES SETTLED THIS RUN
      **********************************
       140-PRINT-FINAL-PAY-HEADINGS.

            MOVE WS-PERIOD-END TO FP-TITLE-PERIOD.
            MOVE FINAL-PAY-TITLE-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 1 LINE.

            MOVE FINAL-PAY-HEAD-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 2 LINES.

            MOVE FINAL-PAY-AMT-HEAD-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 1 LINE.
      *********************************
      *  179-PRINT-FINAL-PAY-TOTAL.
      *   - PRINT THE FINAL PAY REGISTER TOTALS: SETTLEMENTS AND
      *     THEIR NET, THE VACATION PAID OUT, THE LEAVE ADVANCES
      *     RECOVERED AND HOW MANY WERE PAID AFTER THE DUE DATE
      **********************************
       179-PRINT-FINAL-PAY-TOTAL.

            MOVE 'FINAL PAYS SETTLED' TO FP-TOT-CAPTION.
            MOVE WS-BAL-TERM-CNT TO FP-TOT-CNT.
            MOVE WS-BAL-TERM-NET TO FP-TOT-AMT.
            MOVE FINAL-PAY-TOTAL-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 2 LINES.

            MOVE 'VACATION PAID OUT' TO FP-TOT-CAPTION.
            MOVE ZEROS TO FP-TOT-CNT.
            MOVE WS-BAL-TERM-VAC-TOT TO FP-TOT-AMT.
            MOVE FINAL-PAY-TOTAL-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 1 LINE.

            MOVE 'LEAVE ADVANCES RECOVERED' TO FP-TOT-CAPTION.
            MOVE ZEROS TO FP-TOT-CNT.
            MOVE WS-BAL-TERM-RECOVER TO FP-TOT-AMT.
            MOVE FINAL-PAY-TOTAL-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 1 LINE.

            MOVE 'PAID AFTER DUE DATE' TO FP-TOT-CAPTION.
            MOVE WS-BAL-TERM-LATE TO FP-TOT-CNT.
            MOVE ZEROS TO FP-TOT-AMT.
            MOVE FINAL-PAY-TOTAL-LINE TO FINAL-PAY-REC.
            WRITE FINAL-PAY-REC AFTER ADVANCING 1 LINE.
      *********************************
      *  180-PRINT-RETURN-HEADINGS.
      *   - PRINT THE TITLE AND COLUMN HEADINGS FOR THE REGISTER OF
      *     ACH RETURNS AND NOTIFICATIONS OF CHANGE FROM THE BANK
      **********************************
       180-PRINT-RETURN-HEADINGS.

            MOVE WS-PERIOD-END TO RR-TITLE-PERIOD.
            MOVE RETURN-TITLE-LINE TO ACH-RETURN-REC.
            WRITE ACH-RETURN-REC AFTER ADVANCING 1 LINE.

            MOVE RETURN-HEAD-LINE TO ACH-RETURN-REC.
            WRITE ACH-RETURN-REC AFTER ADVANCING 2 LINES.
      *********************************
      *  181-PRINT-RETURN-TOTAL.
      *   - PRINT THE RETURNS REGISTER TOTALS: RETURNS REISSUED BY
      *     CHECK, RETURNED CASH HELD FOR THE ANALYST, CHANGES
      *     APPLIED AND ENTRIES REJECTED
      **********************************
       181-PRINT-RETURN-TOTAL.

            MOVE 'RETURNS REISSUED BY CHECK' TO RR-TOT-CAPTION.
            MOVE WS-BAL-RET-REISSUE TO RR-TOT-CNT.
            MOVE WS-BAL-RET-REIS-AMT TO RR-TOT-AMT.
            MOVE RETURN-TOTAL-LINE TO ACH-RETURN-REC.
            WRITE ACH-RETURN-REC AFTER ADVANCING 2 LINES.

            MOVE 'RETURNS HELD FOR REVIEW' TO RR-TOT-CAPTION.
            MOVE ZEROS TO RR-TOT-CNT.
            MOVE WS-BAL-RET-HELD-AMT TO RR-TOT-AMT.
            MOVE RETURN-TOTAL-LINE TO ACH-RETURN-REC.
            WRITE ACH-RETURN-REC AFTER ADVANCING 1 LINE.

            MOVE 'CHANGES APPLIED' TO RR-TOT-CAPTION.
            MOVE WS-BAL-RET-NOC TO RR-TOT-CNT.
            MOVE ZEROS TO RR-TOT-AMT.
            MOVE RETURN-TOTAL-LINE TO ACH-RETURN-REC.
            WRITE ACH-RETURN-REC AFTER ADVANCING 1 LINE.

            MOVE 'ENTRIES REJECTED' TO RR-TOT-CAPTION.
            MOVE WS-BAL-RET-REJ TO RR-TOT-CNT.
            MOVE ZEROS TO RR-TOT-AMT.
            MOVE RETURN-TOTAL-LINE TO ACH-RETURN-REC.
            WRITE ACH-RETURN-REC AFTER ADVANCING 1 LINE.
      *********************************
      *  130-PRINT-DEPT-TOTAL.
      *   - PRINT THE SUBTOTAL LINE FOR THE DEPARTMENT THAT JUST
      *     ENDED ON THE YOUR-LISTING REPORT
               PERFORM 343-WRITE-ACH-CONTROL
            END-IF.

            PERFORM 129-PRINT-CHECK-REG-TOTAL.
            PERFORM 179-PRINT-FINAL-PAY-TOTAL.
            PERFORM 181-PRINT-RETURN-TOTAL.

            IF CHECK-STOCK-OPEN
               PERFORM 379-WRITE-POSPAY-TRAILER
               PERFORM 128-SAVE-CHECK-STOCK
            END-IF.

            IF RUN-MODE-LOAD OR RUN-MODE-BOTH OR RUN-MODE-OFFCYCLE
               PERFORM 389-WRITE-PLAN-TRAILER
                       VARYING PLN-X FROM 1 BY 1
                       UNTIL PLN-X > WS-PLAN-CNT
            END-IF.

            IF QUARTER-END-RUN
               AND (WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '05')
               PERFORM 151-PRINT-QTD-SUMMARY
                  CLOSE BANK-DETAIL
                  IF NOT RUN-MODE-TRIAL
                     CLOSE DEPOSIT-FILE
                     CLOSE POSPAY-FILE
                     CLOSE PLAN-CONTRIB
                     CLOSE SEPARATION-FILE
                  END-IF
                  CLOSE YTD-MASTER
                  CLOSE GARN-MASTER
                  CLOSE LEAVE-MASTER
                  CLOSE W4-PROFILE
                  IF NOT RUN-MODE-TRIAL
                     CLOSE PAY-HISTORY
                  END-IF
               CLOSE GL-POSTING.
               CLOSE REMIT-LISTING.
               CLOSE VARIANCE-LISTING.
               CLOSE CHECK-FILE.
               CLOSE CHECK-REGISTER.
               CLOSE FINAL-PAY-REG.
               CLOSE ACH-RETURN-REG.
               CLOSE CUTOFF-LISTING.
               CLOSE WC-LISTING.
               CLOSE WC-EXTRACT.
               STOP RUN.
      *********************************
      *  156-PRINT-LABOR-DIST.
      *  153-PRINT-BALANCE-REPORT.
      *   - RECONCILE EVERYTHING READ AGAINST EVERYTHING APPLIED,
      *     PRINTED OR REJECTED, AND THE REGISTER NET AGAINST THE
      *     DEPOSIT FILE AND CHECK PRINT TOTALS (LESS ANY RETURNED
      *     DEPOSITS REISSUED BY CHECK).  ANY TOTAL THAT
      *     DOES NOT TIE MARKS THE RUN OUT OF BALANCE SO 150-EOJ
      *     SETS A NONZERO RETURN CODE AND THE SCHEDULER HOLDS THE
      *     DOWNSTREAM JOBS
            MOVE WS-BAL-BKT-REJ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'W-4 TRANSACTIONS READ' TO BL-CAPTION.
            MOVE WS-BAL-W4T-READ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'W-4 TRANSACTIONS APPLIED' TO BL-CAPTION.
            MOVE WS-BAL-W4T-APP TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'W-4 TRANSACTIONS REJECTED' TO BL-CAPTION.
            MOVE WS-BAL-W4T-REJ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'W-4 SINGLE DEFAULTS APPLIED' TO BL-CAPTION.
            MOVE WS-BAL-W4-DEFAULT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'LEAVE TRANSACTIONS READ' TO BL-CAPTION.
            MOVE WS-BAL-LVT-READ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.
            MOVE WS-BAL-TC-READ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES QUEUED' TO BL-CAPTION.
            MOVE WS-BAL-TC-QUEUED TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES ALREADY QUEUED' TO BL-CAPTION.
            MOVE WS-BAL-TC-ONFILE TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES REJECTED' TO BL-CAPTION.
            MOVE WS-BAL-TC-REJ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'APPROVAL PUNCHES DUE' TO BL-CAPTION.
            MOVE WS-BAL-TC-DUE TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES POSTED' TO BL-CAPTION.
            MOVE WS-BAL-TC-POST TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES HELD UNAPPROVED' TO BL-CAPTION.
            MOVE WS-BAL-TC-HELD TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES REJECTED BY MGR' TO BL-CAPTION.
            MOVE WS-BAL-TC-MGRREJ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'TIMECARD PUNCHES NOT POSTED' TO BL-CAPTION.
            MOVE WS-BAL-TC-PFAIL TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'PAYMENTS VOIDED' TO BL-CAPTION.
            MOVE WS-BAL-VOID-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.
            MOVE WS-W2-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'W-2 STATE RECORDS WRITTEN' TO BL-CAPTION.
            MOVE WS-W2-ST-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'SUPPLEMENTAL PAYMENTS' TO BL-CAPTION.
            MOVE WS-BAL-SUPP-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'SUPPLEMENTAL ALREADY PAID' TO BL-CAPTION.
            MOVE WS-BAL-SUPP-DUP TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'PRE-TAX LIMIT REACHED' TO BL-CAPTION.
            MOVE WS-BAL-PTX-LIMIT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'CARRIER CONTRIBUTION RECORDS' TO BL-CAPTION.
            MOVE WS-BAL-CARR-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'FINAL PAYS SETTLED' TO BL-CAPTION.
            MOVE WS-BAL-TERM-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'FINAL PAYS HELD' TO BL-CAPTION.
            MOVE WS-BAL-TERM-HELD TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'FINAL PAYS AFTER DUE DATE' TO BL-CAPTION.
            MOVE WS-BAL-TERM-LATE TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'GARNISHMENT ORDERS ENDED' TO BL-CAPTION.
            MOVE WS-BAL-GARN-ENDED TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'BANK RECORDS ENDED' TO BL-CAPTION.
            MOVE WS-BAL-BANK-ENDED TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'SEPARATION NOTICES WRITTEN' TO BL-CAPTION.
            MOVE WS-BAL-SEP-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'ACH RETURN ENTRIES READ' TO BL-CAPTION.
            MOVE WS-BAL-RET-READ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'RETURNS REISSUED BY CHECK' TO BL-CAPTION.
            MOVE WS-BAL-RET-REISSUE TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'NOTIFICATIONS OF CHANGE APPLIED' TO BL-CAPTION.
            MOVE WS-BAL-RET-NOC TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'RETURN ENTRIES REJECTED' TO BL-CAPTION.
            MOVE WS-BAL-RET-REJ TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'CHECKS ISSUED' TO BL-CAPTION.
            MOVE WS-CHKREG-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'POSITIVE PAY CANCELS' TO BL-CAPTION.
            MOVE WS-PP-VOID-CNT TO BL-COUNT.
            PERFORM 154-WRITE-BAL-COUNT.

            MOVE 'SALARY HASH IN' TO BA-CAPTION.
            MOVE WS-BAL-SALARY-IN TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.
            MOVE WS-CHECK-PRINT-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'CHECK REGISTER TOTAL' TO BA-CAPTION.
            MOVE WS-CHKREG-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'POSITIVE PAY ISSUES' TO BA-CAPTION.
            MOVE WS-PP-ISSUE-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'RETRO ADJ INCLUDED IN GROSS' TO BA-CAPTION.
            MOVE WS-RETRO-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.
            MOVE WS-BAL-SHIFT-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'SUPPLEMENTAL INCLUDED IN GROSS' TO BA-CAPTION.
            MOVE WS-BAL-SUPP-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE '401(K) DEFERRALS' TO BA-CAPTION.
            MOVE WS-BAL-401K-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'SECTION 125 DEDUCTIONS' TO BA-CAPTION.
            MOVE WS-BAL-S125-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'EMPLOYER MATCH' TO BA-CAPTION.
            MOVE WS-BAL-MATCH-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'CARRIER FILE EMPLOYEE AMOUNT' TO BA-CAPTION.
            MOVE WS-BAL-CARR-EE TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'CARRIER FILE EMPLOYER AMOUNT' TO BA-CAPTION.
            MOVE WS-BAL-CARR-ER TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'VACATION PAID OUT' TO BA-CAPTION.
            MOVE WS-BAL-TERM-VAC-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'LEAVE ADVANCES RECOVERED' TO BA-CAPTION.
            MOVE WS-BAL-TERM-RECOVER TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'FINAL NET PAY' TO BA-CAPTION.
            MOVE WS-BAL-TERM-NET TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'ACH RETURNS RECEIVED' TO BA-CAPTION.
            MOVE WS-BAL-RET-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'ACH RETURNS REISSUED' TO BA-CAPTION.
            MOVE WS-BAL-RET-REIS-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'ACH RETURNS HELD' TO BA-CAPTION.
            MOVE WS-BAL-RET-HELD-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'VOID NET REVERSED' TO BA-CAPTION.
            MOVE WS-BAL-VOID-NET TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.
            MOVE WS-VOID-CHECK-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'POSITIVE PAY CANCELS' TO BA-CAPTION.
            MOVE WS-PP-VOID-AMT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            MOVE 'SALARY HASH SKIPPED' TO BA-CAPTION.
            MOVE WS-BAL-SALARY-SKIP TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.
            MOVE WS-BAL-SUTA-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            IF NOT RUN-MODE-TRIAL
               MOVE 'STATE W/H POSTED BY STATE' TO BA-CAPTION
               MOVE WS-BAL-ST-SPLIT TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
               MOVE 'SUTA POSTED BY STATE' TO BA-CAPTION
               MOVE WS-BAL-SUTA-SPLIT TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
            END-IF.

            MOVE 'GL POSTING DEBITS' TO BA-CAPTION.
            MOVE WS-GL-DEBIT-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.
            MOVE WS-GL-CREDIT-TOT TO BA-AMOUNT.
            PERFORM 155-WRITE-BAL-AMOUNT.

            IF WC-REPORT-DONE
               MOVE 'WC STATE/CLASS LINES' TO BL-CAPTION
               MOVE WS-WCA-CNT TO BL-COUNT
               PERFORM 154-WRITE-BAL-COUNT
               MOVE 'WC GROSS WAGES' TO BA-CAPTION
               MOVE WS-WC-TOT-GROSS TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
               MOVE 'WC OVERTIME PREMIUM EXCLUDED' TO BA-CAPTION
               MOVE WS-WC-TOT-OT-PREM TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
               MOVE 'WC HOLIDAY PAY EXCLUDED' TO BA-CAPTION
               MOVE WS-WC-TOT-HOL-PAY TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
               MOVE 'WC PREMIUM BASIS' TO BA-CAPTION
               MOVE WS-WC-TOT-BASIS TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
            END-IF.

            IF WC-REPORT-DONE AND NOT RUN-MODE-TRIAL
               MOVE 'STATE FILING DETAIL RECORDS' TO BL-CAPTION
               MOVE WS-QTD-ST-DTL-CNT TO BL-COUNT
               PERFORM 154-WRITE-BAL-COUNT
               MOVE 'QUARTER STATE TAX' TO BA-CAPTION
               MOVE WS-QTD-TOT-ST TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
               MOVE 'STATE TAX FILED BY STATE' TO BA-CAPTION
               MOVE WS-QTD-ST-FILED TO BA-AMOUNT
               PERFORM 155-WRITE-BAL-AMOUNT
            END-IF.

            IF WS-BAL-READ-CNT NOT = WS-BAL-EMP-INS + WS-BAL-EMP-UPD
                                     + WS-BAL-EMP-DEL + WS-BAL-REJ-CNT
                                     + WS-BAL-VOID-CNT
            END-IF.

            IF NOT RUN-MODE-TRIAL
               AND WS-TOT-NET + WS-BAL-RET-REIS-AMT
                   NOT = WS-ACH-TOT-CREDIT + WS-CHECK-PRINT-AMT
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WS-BAL-RET-READ NOT = WS-BAL-RET-REISSUE
                                     + WS-BAL-RET-NOC
                                     + WS-BAL-RET-REJ
               OR WS-BAL-RET-AMT NOT = WS-BAL-RET-REIS-AMT
                                       + WS-BAL-RET-HELD-AMT
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF NOT RUN-MODE-TRIAL
               AND (WS-CHKREG-CNT NOT = WS-CHECK-PRINT-CNT
                    OR WS-CHKREG-AMT NOT = WS-CHECK-PRINT-AMT
                    OR WS-PP-ISSUE-AMT NOT = WS-CHKREG-AMT)
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF NOT RUN-MODE-TRIAL
               AND (WS-BAL-CARR-EE NOT = WS-BAL-401K-TOT
                                         + WS-BAL-S125-TOT
                    OR WS-BAL-CARR-ER NOT = WS-BAL-MATCH-TOT)
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF NOT RUN-MODE-TRIAL
               AND WS-BAL-SEP-CNT NOT = WS-BAL-TERM-CNT
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF NOT RUN-MODE-TRIAL
               AND (WS-BAL-ST-SPLIT NOT = WS-BAL-ST-TOT
                    OR WS-BAL-SUTA-SPLIT NOT = WS-BAL-SUTA-TOT)
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WS-BAL-BKT-READ NOT = WS-BAL-BKT-APP
                                     + WS-BAL-BKT-REJ
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WS-BAL-W4T-READ NOT = WS-BAL-W4T-APP
                                     + WS-BAL-W4T-REJ
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WS-BAL-TC-READ NOT = WS-BAL-TC-QUEUED
                                    + WS-BAL-TC-ONFILE
                                    + WS-BAL-TC-REJ
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WS-BAL-TC-DUE NOT = WS-BAL-TC-POST
                                   + WS-BAL-TC-HELD
                                   + WS-BAL-TC-MGRREJ
                                   + WS-BAL-TC-PFAIL
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WC-REPORT-DONE
               AND (WS-WC-TOT-GROSS NOT = WS-QTD-TOT-GROSS
                    OR WS-WC-TOT-BASIS NOT = WS-WC-TOT-GROSS
                                             - WS-WC-TOT-OT-PREM
                                             - WS-WC-TOT-HOL-PAY)
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WC-REPORT-DONE AND NOT RUN-MODE-TRIAL
               AND (WS-WC-EXT-CNT NOT = WS-WCA-CNT
                    OR WS-WC-EXT-GROSS NOT = WS-WC-TOT-GROSS)
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF WC-REPORT-DONE AND NOT RUN-MODE-TRIAL
               AND WS-QTD-ST-FILED NOT = WS-QTD-TOT-ST
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.

            IF JOB-ABORTED
               SET RUN-OUT-OF-BALANCE TO TRUE
            END-IF.
      *     WRITE THE ELECTRONIC WAGE AND WITHHOLDING FILING
      *     RECORDS THE TAX AGENCIES TAKE IN PLACE OF THE PAPER
      *     RETURNS.  AT THE FOURTH QUARTER THE SAME PASS WRITES
      *     THE YEAR END W-2 RECORD PER EMPLOYEE.  THE WORKERS
      *     COMP PAYROLL REPORT AND CARRIER EXTRACT FOLLOW
      *********************************
        151-PRINT-QTD-SUMMARY.
            PERFORM 158-SET-TAX-PERIOD.
            MOVE QTD-TOTAL-LINE TO QTD-REC.
            WRITE QTD-REC AFTER ADVANCING 2 LINES.

            PERFORM 169-PRINT-WC-REPORT.

            IF NOT RUN-MODE-TRIAL
               PERFORM 161-WRITE-TAX-SUMMARY
            END-IF.
      *  152-READ-YTD-NEXT.
      *   - READ THE NEXT YTD MASTER RECORD, PRINT ITS SUMMARY
      *     LINE, ACCUMULATE THE QUARTER END GRAND TOTALS FROM THE
      *     QUARTER ACCUMULATORS, ROLL ITS QUARTER INTO THE
      *     WORKERS COMP CLASS TABLE, WRITE ITS ELECTRONIC FILING
      *     DETAIL AND ZERO THE QUARTER ACCUMULATORS SO THE NEXT
      *     QUARTER'S FILING STARTS CLEAN (A TRIAL RUN LEAVES THE
      *     RECORD ALONE AND WRITES NO FILING)
                  ADD YTD-QTR-FED-TAX TO WS-QTD-TOT-FED
                  ADD YTD-QTR-ST-TAX TO WS-QTD-TOT-ST
                  ADD YTD-QTR-FICA-TAX TO WS-QTD-TOT-FICA
                  PERFORM 168-ACCUM-WC-CLASS
                  IF NOT RUN-MODE-TRIAL
                     PERFORM 159-WRITE-TAX-DETAIL
                     PERFORM 167-ZERO-YTD-QTR
      *   - AFTER A RECORD'S QUARTERLY FILING DETAIL IS WRITTEN,
      *     ZERO ITS QUARTER ACCUMULATORS AND REWRITE IT SO THE
      *     NEXT QUARTER'S FILING CARRIES ONLY THAT QUARTER'S
      *     WAGES AND WITHHOLDING.  THE PERIOD END OF THE FILING
      *     IS KEPT SO THE MASTER FILE AUDIT KNOWS WHICH PAY
      *     HISTORY ROWS THE ACCUMULATORS STILL HOLD
      *********************************
        167-ZERO-YTD-QTR.
            MOVE ZEROS TO YTD-QTR-GROSS.
            MOVE ZEROS TO YTD-QTR-FED-TAX.
            MOVE ZEROS TO YTD-QTR-ST-TAX.
            MOVE ZEROS TO YTD-QTR-FICA-TAX.
            MOVE ZEROS TO YTD-QTR-HOURS.
            MOVE ZEROS TO YTD-QTR-OT-PREM.
            MOVE ZEROS TO YTD-QTR-HOL-PAY.
            MOVE WS-PERIOD-END TO YTD-QTR-FILED.
            PERFORM 423-ZERO-YTD-STATE-QTR
                    VARYING YST-X FROM 1 BY 1
                    UNTIL YST-X > 3.

            REWRITE YTD-RECORD.
            IF WS-YTD-STATUS NOT = '00'
               PERFORM 333-WRITE-DB-EXCEPTION
            END-IF.
      *********************************
      *  168-ACCUM-WC-CLASS.
      *   - ROLL ONE YTD MASTER RECORD'S QUARTER INTO THE WORKERS
      *     COMP TABLE UNDER THE STATE AND CLASS IT WAS LAST PAID
      *     UNDER.  THE TABLE IS KEPT IN STATE AND CLASS ORDER, SO
      *     A NEW ENTRY IS SLOTTED IN BEHIND THOSE THAT SORT AHEAD
      *     OF IT.  A RECORD WITH NOTHING THIS QUARTER IS NOT A
      *     HEAD FOR THE CARRIER AND IS PASSED OVER
      *********************************
        168-ACCUM-WC-CLASS.
            IF YTD-QTR-GROSS NOT = ZERO OR YTD-QTR-HOURS NOT = ZERO
               IF YTD-WC-STATE = SPACES
                  MOVE WS-HOME-STATE TO WS-WCA-KEY-STATE
               ELSE
                  MOVE YTD-WC-STATE TO WS-WCA-KEY-STATE
               END-IF
               IF YTD-WC-CLASS = SPACES
                  MOVE 'NONE' TO WS-WCA-KEY-CLASS
               ELSE
                  MOVE YTD-WC-CLASS TO WS-WCA-KEY-CLASS
               END-IF

               MOVE ZEROS TO WS-WCA-FOUND-X
               MOVE 1 TO WS-WCA-INS-X
               PERFORM 405-FIND-WC-SLOT
                       VARYING WCA-X FROM 1 BY 1
                       UNTIL WCA-X > WS-WCA-CNT

               IF WS-WCA-FOUND-X = ZERO
                  IF WS-WCA-CNT < 100
                     SET WCA-X TO WS-WCA-CNT
                     PERFORM UNTIL WCA-X < WS-WCA-INS-X
                        MOVE WS-WCA-TAB (WCA-X)
                          TO WS-WCA-TAB (WCA-X + 1)
                        SET WCA-X DOWN BY 1
                     END-PERFORM
                     ADD 1 TO WS-WCA-CNT
                     SET WCA-X TO WS-WCA-INS-X
                     MOVE WS-WCA-KEY TO WS-WCA-ID (WCA-X)
                     MOVE ZEROS TO WS-WCA-HEADS (WCA-X)
                     MOVE ZEROS TO WS-WCA-HOURS (WCA-X)
                     MOVE ZEROS TO WS-WCA-GROSS (WCA-X)
                     MOVE ZEROS TO WS-WCA-OT-PREM (WCA-X)
                     MOVE ZEROS TO WS-WCA-HOL-PAY (WCA-X)
                     IF WS-WCA-KEY-CLASS = 'NONE'
                        MOVE 'NO CLASS ON FILE'
                          TO WS-WCA-DESC (WCA-X)
                     ELSE
                        MOVE SPACES TO WS-WCA-DESC (WCA-X)
                        SET WC-X TO 1
                        PERFORM UNTIL WC-X > WS-WC-CNT
                                   OR WS-WCA-DESC (WCA-X) NOT = SPACES
                           IF WS-WC-CLASS-CD (WC-X) = WS-WCA-KEY-CLASS
                              MOVE WS-WC-DESC (WC-X)
                                TO WS-WCA-DESC (WCA-X)
                           END-IF
                           SET WC-X UP BY 1
                        END-PERFORM
                     END-IF
                     SET WS-WCA-FOUND-X TO WCA-X
                  ELSE
                     MOVE YTD-EMP-NUM TO EX-EMPNO
                     MOVE SPACES TO EX-PROJNO
                     MOVE ZEROS TO EX-ACTNO
                     MOVE 'WC CLASS TABLE FULL, NOT REPORTED'
                         TO WS-REJECT-REASON
                     PERFORM 333-WRITE-DB-EXCEPTION
                  END-IF
               END-IF

               IF WS-WCA-FOUND-X > ZERO
                  SET WCA-X TO WS-WCA-FOUND-X
                  ADD 1 TO WS-WCA-HEADS (WCA-X)
                  ADD YTD-QTR-HOURS TO WS-WCA-HOURS (WCA-X)
                  ADD YTD-QTR-GROSS TO WS-WCA-GROSS (WCA-X)
                  ADD YTD-QTR-OT-PREM TO WS-WCA-OT-PREM (WCA-X)
                  ADD YTD-QTR-HOL-PAY TO WS-WCA-HOL-PAY (WCA-X)
                  ADD 1 TO WS-WC-TOT-HEADS
                  ADD YTD-QTR-HOURS TO WS-WC-TOT-HOURS
                  ADD YTD-QTR-GROSS TO WS-WC-TOT-GROSS
                  ADD YTD-QTR-OT-PREM TO WS-WC-TOT-OT-PREM
                  ADD YTD-QTR-HOL-PAY TO WS-WC-TOT-HOL-PAY
               END-IF
            END-IF.
      *********************************
      *  169-PRINT-WC-REPORT.
      *   - PRINT THE QUARTER'S WORKERS COMPENSATION PAYROLL BY
      *     STATE AND CLASS WITH THE OVERTIME PREMIUM AND HOLIDAY
      *     PAY THE CARRIERS EXCLUDE, THEN RECONCILE THE CLASS
      *     TOTAL BACK TO THE QUARTER END LISTING GROSS.  OUTSIDE
      *     A TRIAL RUN THE CARRIER EXTRACT GETS ITS TRAILER
      *********************************
        169-PRINT-WC-REPORT.
            MOVE WS-QTR-NUM TO WCT-QTR.
            MOVE WS-TAX-YEAR TO WCT-YEAR.
            MOVE WC-TITLE-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 1 LINE.

            MOVE WC-HEAD-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 2 LINES.

            PERFORM 406-WRITE-WC-LINE
                    VARYING WCA-X FROM 1 BY 1
                    UNTIL WCA-X > WS-WCA-CNT.

            COMPUTE WS-WC-TOT-BASIS = WS-WC-TOT-GROSS
                                    - WS-WC-TOT-OT-PREM
                                    - WS-WC-TOT-HOL-PAY.
            MOVE WS-WC-TOT-HEADS TO WCT-HEADS.
            MOVE WS-WC-TOT-HOURS TO WCT-HOURS.
            MOVE WS-WC-TOT-GROSS TO WCT-GROSS.
            MOVE WS-WC-TOT-OT-PREM TO WCT-OT-PREM.
            MOVE WS-WC-TOT-HOL-PAY TO WCT-HOL-PAY.
            MOVE WS-WC-TOT-BASIS TO WCT-BASIS.
            MOVE WC-TOTAL-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 2 LINES.

            MOVE 'GROSS WAGES ALL CLASSES' TO WCR-CAPTION.
            MOVE WS-WC-TOT-GROSS TO WCR-AMOUNT.
            MOVE WC-RECON-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 2 LINES.

            MOVE 'LESS OVERTIME PREMIUM' TO WCR-CAPTION.
            MOVE WS-WC-TOT-OT-PREM TO WCR-AMOUNT.
            MOVE WC-RECON-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 1 LINE.

            MOVE 'LESS HOLIDAY PAY' TO WCR-CAPTION.
            MOVE WS-WC-TOT-HOL-PAY TO WCR-AMOUNT.
            MOVE WC-RECON-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 1 LINE.

            MOVE 'PREMIUM BASIS' TO WCR-CAPTION.
            MOVE WS-WC-TOT-BASIS TO WCR-AMOUNT.
            MOVE WC-RECON-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 1 LINE.

            MOVE 'QUARTER END LISTING GROSS' TO WCR-CAPTION.
            MOVE WS-QTD-TOT-GROSS TO WCR-AMOUNT.
            MOVE WC-RECON-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 2 LINES.

            COMPUTE WS-WC-DIFF = WS-WC-TOT-GROSS - WS-QTD-TOT-GROSS.
            MOVE 'DIFFERENCE' TO WCR-CAPTION.
            MOVE WS-WC-DIFF TO WCR-AMOUNT.
            MOVE WC-RECON-LINE TO WC-LISTING-REC.
            WRITE WC-LISTING-REC AFTER ADVANCING 1 LINE.

            IF NOT RUN-MODE-TRIAL
               MOVE WS-TAX-YEAR TO WCX-TR-YEAR
               MOVE WS-QTR-NUM TO WCX-TR-QTR
               MOVE WS-WC-EXT-CNT TO WCX-TR-LINES
               MOVE WS-WC-TOT-HEADS TO WCX-TR-HEADS
               MOVE WS-WC-TOT-HOURS TO WCX-TR-HOURS
               MOVE WS-WC-TOT-GROSS TO WCX-TR-GROSS
               COMPUTE WCX-TR-EXCLUDED = WS-WC-TOT-OT-PREM
                                       + WS-WC-TOT-HOL-PAY
               MOVE WS-WC-TOT-BASIS TO WCX-TR-BASIS
               MOVE WC-EXTRACT-TRAILER TO WC-EXTRACT-REC
               WRITE WC-EXTRACT-REC
            END-IF.

            SET WC-REPORT-DONE TO TRUE.
      *********************************
      *  158-SET-TAX-PERIOD.
      *   - DERIVE THE FILING QUARTER AND TAX YEAR FROM THE PAY
      *     PERIOD END DATE.  A FOURTH QUARTER FILING IS ALSO THE
      *     FILING RECORD FROM THE QUARTER ACCUMULATORS ON HIS YTD
      *     MASTER RECORD (ZEROED AFTER EACH QUARTERLY FILING, SO
      *     EACH 941 STYLE RECORD HOLDS ONLY ITS OWN QUARTER), AND
      *     THE W-2 RECORD BEHIND IT AT YEAR END.  EACH STATE THE
      *     EMPLOYEE WAS WITHHELD FOR IN THE QUARTER GETS ITS OWN
      *     STATE DETAIL RECORD, ROLLED INTO THAT STATE'S SUMMARY
      *********************************
        159-WRITE-TAX-DETAIL.
            MOVE YTD-EMP-NUM TO TXE-EMPNO.
            MOVE TAX-EMP-DETAIL TO TAX-FILING-REC.
            WRITE TAX-FILING-REC.

            PERFORM 419-WRITE-STATE-DETAIL
                    VARYING YST-X FROM 1 BY 1
                    UNTIL YST-X > 3.

            IF YEAR-END-RUN
               PERFORM 160-WRITE-W2-RECORD
            END-IF.
      *   - WRITE THE YEAR END W-2 WAGE STATEMENT RECORD FOR ONE
      *     EMPLOYEE.  AN EMPLOYEE ALREADY OFF SCM.EMP (TERMINATED
      *     DURING THE YEAR) STILL GETS HIS W-2 FROM THE YTD
      *     MASTER, JUST WITHOUT THE NAME.  ONE STATE RECORD (THE
      *     STATE BOXES) FOLLOWS FOR EACH STATE WORKED OR WITHHELD
      *     FOR IN THE YEAR; THE W-2 RECORD KEEPS THE STATE TOTAL
      *********************************
        160-WRITE-W2-RECORD.
            MOVE YTD-EMP-NUM TO WF-EMPNO.

            MOVE YTD-EMP-NUM TO TXW-EMPNO.
            MOVE WS-TAX-YEAR TO TXW-YEAR.
            COMPUTE TXW-GROSS =
                YTD-GROSS - YTD-401K-DED - YTD-S125-DED.
            COMPUTE TXW-FICA-WAGES = YTD-GROSS - YTD-S125-DED.
            IF YTD-401K-DED > ZERO
               MOVE 'D ' TO TXW-BOX12-CODE
               MOVE YTD-401K-DED TO TXW-BOX12-AMT
            ELSE
               MOVE SPACES TO TXW-BOX12-CODE
               MOVE ZEROS TO TXW-BOX12-AMT
            END-IF.
            MOVE YTD-FED-TAX TO TXW-FED-TAX.
            MOVE YTD-STATE-TAX TO TXW-STATE-TAX.
            MOVE YTD-FICA-TAX TO TXW-FICA-TAX.
            MOVE YTD-SUPP-GROSS TO TXW-SUPP-WAGES.

            MOVE TAX-W2-RECORD TO TAX-FILING-REC.
            WRITE TAX-FILING-REC.

            ADD 1 TO WS-W2-CNT.

            PERFORM 420-WRITE-W2-STATE
                    VARYING YST-X FROM 1 BY 1
                    UNTIL YST-X > 3.
      *********************************
      *  161-WRITE-TAX-SUMMARY.
      *   - WRITE THE FEDERAL (941 STYLE) AND STATE EMPLOYER
      *     SUMMARY FILING RECORDS.  THE FEDERAL TOTALS ARE THE
      *     SAME ONES PROVEN ON THE QTD LISTING GRAND TOTAL LINE.
      *     EACH STATE WITH EMPLOYEES THIS QUARTER GETS ITS OWN
      *     SUMMARY UNDER ITS EMPLOYER ACCOUNT (THE HOME STATE
      *     ALWAYS FILES, EVEN WITH NOTHING TO REPORT); THE STATE
      *     TAX FILED IS PROVEN ON THE BALANCE REPORT
      *********************************
        161-WRITE-TAX-SUMMARY.
            MOVE WS-QTR-NUM TO TXF-QTR.
            MOVE TAX-FED-SUMMARY TO TAX-FILING-REC.
            WRITE TAX-FILING-REC.

            PERFORM 421-WRITE-STATE-SUMMARY
                    VARYING STX-X FROM 1 BY 1
                    UNTIL STX-X > WS-STX-CNT.
      *********************************
      *  165-PRINT-REMIT-REGISTER.
      *   - PRINT THE GARNISHMENT REMITTANCE REGISTER BY PAYEE SO
      *   - WRITE THE BALANCED DEBIT/CREDIT POSTING FILE FOR THE
      *     PERIOD: WAGE EXPENSE BY DEPARTMENT AND PROJECT,
      *     EMPLOYER PAYROLL TAX EXPENSE, THE WITHHOLDING AND
      *     EMPLOYER TAX LIABILITY ACCOUNTS, AND NET PAY CASH,
      *     WITH THE ACH RETURNS THE BANK SENT BACK TAKEN INTO NET
      *     PAY CASH AGAINST RETURNS PAYABLE AND CLEARED BACK OUT
      *     OF NET PAY CASH AS THEY ARE REISSUED BY CHECK.  STATE
      *     WITHHOLDING AND SUTA PAYABLE POST ONE LINE PER STATE,
      *     CARRYING THE STATE CODE.
      *     EVERY FIGURE COMES FROM THE SAME ACCUMULATORS THE
      *     BALANCE REPORT PROVES, SO ACCOUNTING CAN POST THE FILE
      *     WITHOUT A MANUAL RECONCILIATION
        162-WRITE-GL-POSTINGS.
            MOVE ZEROS TO WS-GL-DEBIT-TOT.
            MOVE ZEROS TO WS-GL-CREDIT-TOT.
            MOVE ZEROS TO WS-BAL-ST-SPLIT.
            MOVE ZEROS TO WS-BAL-SUTA-SPLIT.
            MOVE WS-PERIOD-END TO GL-PERIOD-END.

            PERFORM 163-WRITE-GL-WAGE-EXP
                    VARYING GL-X FROM 1 BY 1
                    UNTIL GL-X > WS-GL-EXP-CNT.

            MOVE '51100000' TO GL-ACCOUNT.
            MOVE SPACES TO GL-DEPT.
            MOVE SPACES TO GL-PROJNO.
            MOVE 'D' TO GL-DC.
            MOVE 'SUPPLEMENTAL WAGE EXP' TO GL-DESC.
            MOVE WS-BAL-SUPP-TOT TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '51200000' TO GL-ACCOUNT.
            MOVE 'EMPLOYER MATCH EXPENSE' TO GL-DESC.
            MOVE WS-BAL-MATCH-TOT TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '52000000' TO GL-ACCOUNT.
            MOVE 'EMPLOYER PAYROLL TAX EXP' TO GL-DESC.
            COMPUTE WS-GL-POST-AMT =
                WS-BAL-ERFICA-TOT + WS-BAL-FUTA-TOT

            MOVE '21200000' TO GL-ACCOUNT.
            MOVE 'STATE W/H PAYABLE' TO GL-DESC.
            PERFORM 422-WRITE-GL-STATE
                    VARYING STX-X FROM 1 BY 1
                    UNTIL STX-X > WS-STX-CNT.

            MOVE '21300000' TO GL-ACCOUNT.
            MOVE 'FICA W/H PAYABLE' TO GL-DESC.

            MOVE '21600000' TO GL-ACCOUNT.
            MOVE 'SUTA PAYABLE' TO GL-DESC.
            PERFORM 422-WRITE-GL-STATE
                    VARYING STX-X FROM 1 BY 1
                    UNTIL STX-X > WS-STX-CNT.

            MOVE '22000000' TO GL-ACCOUNT.
            MOVE 'VOLUNTARY DED PAYABLE' TO GL-DESC.
            MOVE WS-BAL-GARN-TOT TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '21700000' TO GL-ACCOUNT.
            MOVE 'PRE-TAX PLAN PAYABLE' TO GL-DESC.
            COMPUTE WS-GL-POST-AMT =
                WS-BAL-401K-TOT + WS-BAL-S125-TOT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '21800000' TO GL-ACCOUNT.
            MOVE 'EMPLOYER MATCH PAYABLE' TO GL-DESC.
            MOVE WS-BAL-MATCH-TOT TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '10100000' TO GL-ACCOUNT.
            MOVE 'NET PAY CASH' TO GL-DESC.
            MOVE WS-TOT-NET TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '10100000' TO GL-ACCOUNT.
            MOVE 'D' TO GL-DC.
            MOVE 'ACH RETURNS RECEIVED' TO GL-DESC.
            MOVE WS-BAL-RET-AMT TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '21900000' TO GL-ACCOUNT.
            MOVE 'C' TO GL-DC.
            MOVE 'ACH RETURNS PAYABLE' TO GL-DESC.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '21900000' TO GL-ACCOUNT.
            MOVE 'D' TO GL-DC.
            MOVE 'ACH RETURNS REISSUED' TO GL-DESC.
            MOVE WS-BAL-RET-REIS-AMT TO WS-GL-POST-AMT.
            PERFORM 164-WRITE-GL-RECORD.

            MOVE '10100000' TO GL-ACCOUNT.
            MOVE 'C' TO GL-DC.
            MOVE 'NET PAY CASH REISSUES' TO GL-DESC.
            PERFORM 164-WRITE-GL-RECORD.
      *********************************
      *  163-WRITE-GL-WAGE-EXP.
      *   - WRITE ONE WAGE EXPENSE DEBIT FOR A DEPARTMENT AND
               MOVE ZEROS TO YTD-QTR-FED-TAX
               MOVE ZEROS TO YTD-QTR-ST-TAX
               MOVE ZEROS TO YTD-QTR-FICA-TAX
               MOVE ZEROS TO YTD-SUPP-GROSS
               MOVE SPACES TO YTD-SUPP-PERIOD
               MOVE ZEROS TO YTD-401K-DED
               MOVE ZEROS TO YTD-S125-DED
               MOVE ZEROS TO YTD-ER-MATCH
               MOVE ZEROS TO YTD-QTR-HOURS
               MOVE ZEROS TO YTD-QTR-OT-PREM
               MOVE ZEROS TO YTD-QTR-HOL-PAY
               PERFORM 414-CLEAR-YTD-STATE
                       VARYING YST-X FROM 1 BY 1
                       UNTIL YST-X > 3
               REWRITE YTD-RECORD
               IF WS-YTD-STATUS NOT = '00'
                  MOVE YTD-EMP-NUM TO EX-EMPNO
               MOVE SPACES TO EX-EMPNO
               MOVE SPACES TO EX-PROJNO
               MOVE ZEROS TO EX-ACTNO
               STRING 'ERROR COUNTING HIST PURGE, SQLCODE='
                   DISPLAY-SQLCODE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               PERFORM 333-WRITE-DB-EXCEPTION
               MOVE SPACES TO EX-EMPNO
               MOVE SPACES TO EX-PROJNO
               MOVE ZEROS TO EX-ACTNO
               STRING 'CLOSE CTL WRITE OPEN FAILED, STATUS='
                   WS-CC-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               PERFORM 333-WRITE-DB-EXCEPTION
            WRITE BALANCE-REC AFTER ADVANCING 2 LINES.
      *********************************
      *  178-CLOSE-RUN-EOJ.
      *   - END A CLOSE OR CUTOFF MODE RUN: ONLY THE REPORT FILES
      *     (AND FOR A CUTOFF, THE PAY PERIOD CALENDAR) WERE
      *     OPENED BY 100-HSK, SO ONLY THEY NEED CLOSING
      *********************************
        178-CLOSE-RUN-EOJ.
            CLOSE GL-POSTING.
            CLOSE REMIT-LISTING.
            CLOSE VARIANCE-LISTING.
            CLOSE CHECK-FILE.
            CLOSE CHECK-REGISTER.
            CLOSE FINAL-PAY-REG.
            CLOSE ACH-RETURN-REG.
            CLOSE CUTOFF-LISTING.
            CLOSE WC-LISTING.
            CLOSE WC-EXTRACT.
            IF RUN-MODE-CUTOFF
               CLOSE PERIOD-CALENDAR
            END-IF.
            STOP RUN.

