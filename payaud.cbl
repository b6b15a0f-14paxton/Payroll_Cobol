       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUD.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      ***************************************************************
      * PURPOSE:  MASTER FILE INTEGRITY AUDIT, RUN OUTSIDE THE PAY
      * RUN (WEEKLY).  THE PAY RUN UPDATES THE YTD MASTER, THE PAY
      * HISTORY MASTER, THE GARNISHMENT MASTER AND THE LEAVE MASTER
      * IN SEPARATE PARAGRAPHS; THIS PROGRAM PROVES THEY STILL AGREE
      * AFTER RESTARTS, VOIDS AND OFF-CYCLE RUNS.
      *
      * THE FOUR MASTERS ARE READ TOGETHER IN EMPLOYEE ORDER.  FOR
      * EACH EMPLOYEE THE PAY HISTORY ROWS OF THE AUDIT YEAR ARE
      * RE-ADDED AND COMPARED TO THE YTD GROSS AND TAXES, AND THE
      * ROWS SINCE THE LAST QUARTERLY FILING TO THE YTD QUARTER
      * ACCUMULATORS.  THE GARNISHMENT TAKEN TO DATE OVER ALL THE
      * EMPLOYEE'S ORDERS IS COMPARED TO THE GARNISHMENT DEDUCTED
      * ON EVERY PAY HISTORY ROW.  A YTD OR LEAVE RECORD FOR AN
      * EMPLOYEE NO LONGER ON SCM.EMP IS LISTED: A LEAVE RECORD
      * STILL CARRYING A BALANCE IS A DIFFERENCE (THE TERMINATION
      * SETTLEMENT ZEROES IT), ANYTHING ELSE IS A WARNING, SINCE A
      * TERMINATED EMPLOYEE'S YTD RECORD IS KEPT FOR THE W-2.
      *
      * THE AUDIT YEAR IS THE YEAR AFTER THE LAST YEAR END CLOSE ON
      * THE CLOSE CONTROL FILE (THE YEAR THE YTD MASTER IS CARRYING),
      * OR THE RUN DATE YEAR WHEN NO CLOSE HAS BEEN RUN.  A FOUR
      * DIGIT YEAR ON SYSIN OVERRIDES IT.
      *
      * RETURN CODE 8 WHEN ANY DIFFERENCE IS FOUND OR THE AUDIT
      * COULD NOT COMPLETE, SO THE SCHEDULER HOLDS THE NEXT PAY RUN
      * UNTIL THE DIFFERENCES ARE CLEARED.  RETURN CODE 4 WHEN ONLY
      * WARNINGS WERE LISTED.
      ***************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT YTD-MASTER
                   ASSIGN TO YTDMAST
                    ORGANIZATION IS INDEXED
                    ACCESS IS SEQUENTIAL
                    RECORD KEY YTD-EMP-NUM
                    FILE STATUS IS WS-YTD-STATUS.

            SELECT PAY-HISTORY
                   ASSIGN TO PAYHIST
                    ORGANIZATION IS INDEXED
                    ACCESS IS SEQUENTIAL
                    RECORD KEY PH-KEY
                    FILE STATUS IS WS-PH-STATUS.

            SELECT GARN-MASTER
                   ASSIGN TO GARNMAST
                    ORGANIZATION IS INDEXED
                    ACCESS IS SEQUENTIAL
                    RECORD KEY GM-KEY
                    FILE STATUS IS WS-GARN-STATUS.

            SELECT LEAVE-MASTER
                   ASSIGN TO LEAVMAST
                    ORGANIZATION IS INDEXED
                    ACCESS IS SEQUENTIAL
                    RECORD KEY LV-EMP-NUM
                    FILE STATUS IS WS-LV-STATUS.

            SELECT CLOSE-CONTROL
                   ASSIGN TO CLOSCTL
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-CC-STATUS.

            SELECT AUDIT-REPORT
                     ASSIGN REPORT1.

       DATA DIVISION.
       FILE SECTION.

       FD  YTD-MASTER
            RECORD CONTAINS 240 CHARACTERS.

         01  YTD-RECORD.
             05  YTD-EMP-NUM         PIC 9(6).
             05  YTD-GROSS           PIC S9(9)V99 COMP-3.
             05  YTD-OT-HOURS        PIC S9(5)V99 COMP-3.
             05  YTD-PERIODS-PAID    PIC S9(3) COMP-3.
             05  YTD-LAST-PERIOD     PIC X(10).
             05  YTD-FED-TAX         PIC S9(9)V99 COMP-3.
             05  YTD-STATE-TAX       PIC S9(9)V99 COMP-3.
             05  YTD-FICA-TAX        PIC S9(9)V99 COMP-3.
             05  YTD-LAST-NET        PIC S9(7)V99 COMP-3.
             05  YTD-QTR-GROSS       PIC S9(9)V99 COMP-3.
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

       FD  PAY-HISTORY
            RECORD CONTAINS 120 CHARACTERS.

         01  PAY-HIST-RECORD.
             05  PH-KEY.
                 10  PH-EMP-NUM      PIC 9(6).
                 10  PH-PERIOD-END   PIC X(10).
             05  PH-GROSS            PIC S9(7)V99 COMP-3.
             05  PH-FED-TAX          PIC S9(7)V99 COMP-3.
             05  PH-STATE-TAX        PIC S9(7)V99 COMP-3.
             05  PH-FICA-TAX         PIC S9(7)V99 COMP-3.
             05  PH-VOL-DED          PIC S9(7)V99 COMP-3.
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

       FD  GARN-MASTER
            RECORD CONTAINS 60 CHARACTERS.

         01  GARN-RECORD.
             05  GM-KEY.
                 10  GM-EMP-NUM      PIC 9(6).
                 10  GM-ORDER-ID     PIC X(6).
             05  GM-TAKEN-TO-DATE    PIC S9(9)V99 COMP-3.
             05  GM-ARREARS          PIC S9(7)V99 COMP-3.
             05  GM-LAST-PERIOD      PIC X(10).
             05  GM-ORDER-STATUS     PIC X(1).
                 88  GM-ORDER-ENDED       VALUE 'E'.
             05  GM-END-DATE         PIC X(10).
             05                      PIC X(16).

       FD  LEAVE-MASTER
            RECORD CONTAINS 60 CHARACTERS.

         01  LEAVE-RECORD.
             05  LV-EMP-NUM          PIC 9(6).
             05  LV-VAC-BAL          PIC S9(5)V99 COMP-3.
             05  LV-SICK-BAL         PIC S9(5)V99 COMP-3.
             05  LV-LAST-PERIOD      PIC X(10).
             05                      PIC X(36).

       FD  CLOSE-CONTROL
            RECORD CONTAINS 80 CHARACTERS.

         01  CLOSE-CONTROL-RECORD.
             05  CC-LAST-CLOSED-YEAR PIC X(4).
             05                      PIC X(76).

       FD  AUDIT-REPORT
            RECORD CONTAINS 132 CHARACTERS.

          01  AUDIT-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05 WF-EMPNO            PIC X(6).
           05 DISPLAY-SQLCODE     PIC 999-.
           05 WS-EMP-EXISTS-CNT   PIC S9(9) COMP VALUE ZERO.
           05 WS-EMP-FOUND        PIC X VALUE 'N'.
               88 EMP-ON-FILE           VALUE 'Y'.
               88 EMP-NOT-ON-FILE       VALUE 'N'.

           05 WS-YTD-STATUS       PIC XX VALUE SPACES.
           05 WS-PH-STATUS        PIC XX VALUE SPACES.
           05 WS-GARN-STATUS      PIC XX VALUE SPACES.
           05 WS-LV-STATUS        PIC XX VALUE SPACES.
           05 WS-CC-STATUS        PIC XX VALUE SPACES.

           05 WS-AUDIT-SW         PIC X VALUE 'N'.
               88 AUDIT-ABORTED         VALUE 'Y'.
           05 WS-YTD-OPEN-SW      PIC X VALUE 'N'.
               88 YTD-OPENED            VALUE 'Y'.
           05 WS-PH-OPEN-SW       PIC X VALUE 'N'.
               88 PH-OPENED             VALUE 'Y'.
           05 WS-GARN-OPEN-SW     PIC X VALUE 'N'.
               88 GARN-OPENED           VALUE 'Y'.
           05 WS-LV-OPEN-SW       PIC X VALUE 'N'.
               88 LEAVE-OPENED          VALUE 'Y'.
           05 WS-EMP-OOB-SW       PIC X VALUE 'N'.
               88 EMP-OUT-OF-BALANCE    VALUE 'Y'.
           05 WS-YTD-FOUND        PIC X VALUE 'N'.
               88 YTD-ON-FILE           VALUE 'Y'.
               88 YTD-NOT-ON-FILE       VALUE 'N'.
           05 WS-LV-FOUND         PIC X VALUE 'N'.
               88 LEAVE-ON-FILE         VALUE 'Y'.
               88 LEAVE-NOT-ON-FILE     VALUE 'N'.

           05 WS-RUN-DATE         PIC 9(6) VALUE ZERO.
           05 WS-RUN-DATE-R       REDEFINES WS-RUN-DATE.
              10 WS-RUN-YY        PIC XX.
              10 WS-RUN-MM        PIC XX.
              10 WS-RUN-DD        PIC XX.
           05 WS-RUN-DATE-OUT     PIC X(10) VALUE SPACES.
           05 WS-AUDIT-YEAR-PARM  PIC X(4) VALUE SPACES.
           05 WS-AUDIT-YEAR       PIC X(4) VALUE SPACES.
           05 WS-AUDIT-YEAR-N     REDEFINES WS-AUDIT-YEAR
                                  PIC 9(4).
           05 WS-CLOSED-YEAR-N    PIC 9(4) VALUE ZERO.
           05 WS-DATE-WORK        PIC X(10) VALUE SPACES.
           05 WS-DATE-WORK-R      REDEFINES WS-DATE-WORK.
              10 WS-DW-YYYY       PIC X(4).
              10                  PIC X(6).

      * CURRENT KEY OF EACH MASTER; HIGH-VALUES ONCE IT IS EXHAUSTED
           05 WS-CUR-EMP          PIC X(6) VALUE SPACES.
           05 WS-YTD-KEY          PIC X(6) VALUE SPACES.
           05 WS-PH-KEY-EMP       PIC X(6) VALUE SPACES.
           05 WS-GM-KEY-EMP       PIC X(6) VALUE SPACES.
           05 WS-LV-KEY-EMP       PIC X(6) VALUE SPACES.
           05 WS-QTR-FILED        PIC X(10) VALUE SPACES.

      * ONE EMPLOYEE'S PAY HISTORY AND GARNISHMENT SUMS
       01  EMPLOYEE-SUMS.
           05 WS-HIST-ROWS-YR     PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-HIST-GROSS       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-FED         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-STATE       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-FICA        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HQ-GROSS         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HQ-FED           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HQ-STATE         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HQ-FICA          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HIST-GARN        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-GM-ORDERS        PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-GM-TAKEN         PIC S9(9)V99 COMP-3 VALUE ZERO.

      * ONE COMPARISON, FILLED IN BEFORE 305-COMPARE-AMOUNT
       01  COMPARE-FIELDS.
           05 WS-CHK-CAPTION      PIC X(34) VALUE SPACES.
           05 WS-CHK-MASTER       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CHK-EXPECT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CHK-DIFF         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CHK-SEVERITY     PIC X(10) VALUE SPACES.

       01  AUDIT-TOTALS.
           05 WS-EMP-AUDITED      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-YTD-CNT          PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-PH-READ-CNT      PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-PH-YEAR-CNT      PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-GM-CNT           PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-LV-CNT           PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-EMP-OOB-CNT      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-DIFF-CNT         PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-WARN-CNT         PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-ORPHAN-YTD-CNT   PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-ORPHAN-LV-CNT    PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-TOT-YTD-GROSS    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TOT-HIST-GROSS   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TOT-DIFF-GROSS   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 AUDIT-TITLE-LINE.
          05                    PIC X(34) VALUE
            'PAYROLL MASTER FILE AUDIT  YEAR '.
          05 AT-YEAR            PIC X(04).
          05                    PIC X(12) VALUE '  RUN DATE '.
          05 AT-RUN-DATE        PIC X(10).

       01 AUDIT-HEAD-LINE.
          05                    PIC X(06) VALUE 'EMPNUM'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(34) VALUE 'CHECK'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(18) VALUE
            '       MASTER FILE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(18) VALUE
            '          EXPECTED'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(18) VALUE
            '        DIFFERENCE'.
          05                    PIC X(02) VALUE SPACES.
          05                    PIC X(10) VALUE 'SEVERITY'.

       01 AUDIT-DETAIL-LINE.
          05 AD-EMPNO           PIC X(06).
          05                    PIC X(02) VALUE SPACES.
          05 AD-CHECK           PIC X(34).
          05                    PIC X(02) VALUE SPACES.
          05 AD-MASTER          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05                    PIC X(02) VALUE SPACES.
          05 AD-EXPECT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05                    PIC X(02) VALUE SPACES.
          05 AD-DIFF            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05                    PIC X(02) VALUE SPACES.
          05 AD-SEVERITY        PIC X(10).

       01 AUDIT-COUNT-LINE.
          05 AC-CAPTION         PIC X(34).
          05                    PIC X(03) VALUE SPACES.
          05 AC-COUNT           PIC ZZZ,ZZZ,ZZ9.

       01 AUDIT-AMOUNT-LINE.
          05 AA-CAPTION         PIC X(34).
          05                    PIC X(03) VALUE SPACES.
          05 AA-AMOUNT          PIC $$,$$$,$$$,$$9.99-.

       01 AUDIT-STATUS-LINE.
          05                    PIC X(14) VALUE 'AUDIT STATUS: '.
          05 AS-STATUS          PIC X(20).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.

      ***************************************************************
      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - PERFORM 300-AUDIT-EMPLOYEE UNTIL EVERY MASTER IS
      *    EXHAUSTED OR THE AUDIT IS ABORTED
      *  - PERFORM 150-EOJ
      ***************************************************************
       000-MAIN.

           PERFORM 100-HSK.

           IF NOT AUDIT-ABORTED
              PERFORM 300-AUDIT-EMPLOYEE
                      UNTIL WS-CUR-EMP = HIGH-VALUES
                         OR AUDIT-ABORTED
           END-IF.

           PERFORM 150-EOJ.

           GOBACK.

      ***************************************************************
      * 100-HSK.
      *  - SET THE AUDIT YEAR, OPEN THE MASTERS AND PRIME EACH ONE
      *    WITH ITS FIRST RECORD
      ***************************************************************
       100-HSK.

           ACCEPT WS-RUN-DATE FROM DATE.
           STRING '20' WS-RUN-YY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE-OUT.

           ACCEPT WS-AUDIT-YEAR-PARM FROM SYSIN.

           PERFORM 101-SET-AUDIT-YEAR.

           OPEN  OUTPUT AUDIT-REPORT.

           MOVE WS-AUDIT-YEAR TO AT-YEAR.
           MOVE WS-RUN-DATE-OUT TO AT-RUN-DATE.
           MOVE AUDIT-TITLE-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 1 LINE.

           MOVE AUDIT-HEAD-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 2 LINES.

           OPEN INPUT YTD-MASTER.
           OPEN INPUT PAY-HISTORY.
           OPEN INPUT GARN-MASTER.
           OPEN INPUT LEAVE-MASTER.

           PERFORM 102-CHECK-OPEN.

           IF NOT AUDIT-ABORTED
              PERFORM 103-READ-YTD
              PERFORM 104-READ-HIST
              PERFORM 105-READ-GARN
              PERFORM 106-READ-LEAVE
              PERFORM 107-SET-NEXT-EMP
           END-IF.

      ***************************************************************
      * 101-SET-AUDIT-YEAR.
      *  - A YEAR KEYED ON SYSIN WINS.  OTHERWISE THE YTD MASTER IS
      *    CARRYING THE YEAR AFTER THE LAST YEAR END CLOSE, OR THE
      *    RUN DATE YEAR WHEN THE CLOSE HAS NEVER BEEN RUN
      ***************************************************************
       101-SET-AUDIT-YEAR.
           MOVE SPACES TO WS-AUDIT-YEAR.
           STRING '20' WS-RUN-YY DELIMITED BY SIZE
               INTO WS-AUDIT-YEAR.

           IF WS-AUDIT-YEAR-PARM IS NUMERIC
              AND WS-AUDIT-YEAR-PARM > '1999'
              MOVE WS-AUDIT-YEAR-PARM TO WS-AUDIT-YEAR
           ELSE
              OPEN INPUT CLOSE-CONTROL
              IF WS-CC-STATUS = '00'
                 READ CLOSE-CONTROL
                     AT END
                       CONTINUE
                     NOT AT END
                       IF CC-LAST-CLOSED-YEAR IS NUMERIC
                          MOVE CC-LAST-CLOSED-YEAR TO WS-CLOSED-YEAR-N
                          COMPUTE WS-AUDIT-YEAR-N =
                              WS-CLOSED-YEAR-N + 1
                       END-IF
                 END-READ
                 CLOSE CLOSE-CONTROL
              END-IF
           END-IF.

      ***************************************************************
      * 102-CHECK-OPEN.
      *  - EVERY MASTER MUST OPEN OR THE AUDIT PROVES NOTHING.
      *    EACH ONE THAT DID OPEN IS NOTED SO 150-EOJ CLOSES ONLY
      *    THOSE
      ***************************************************************
       102-CHECK-OPEN.
           IF WS-YTD-STATUS NOT = '00' AND WS-YTD-STATUS NOT = '05'
              DISPLAY '******************************'
              DISPLAY ' 102-CHECK-OPEN'
              DISPLAY ' ERROR IN OPENING THE YTD MASTER'
              DISPLAY ' FILE STATUS IS ', WS-YTD-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
           ELSE
              SET YTD-OPENED TO TRUE
           END-IF.

           IF WS-PH-STATUS NOT = '00' AND WS-PH-STATUS NOT = '05'
              DISPLAY '******************************'
              DISPLAY ' 102-CHECK-OPEN'
              DISPLAY ' ERROR IN OPENING THE PAY HISTORY MASTER'
              DISPLAY ' FILE STATUS IS ', WS-PH-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
           ELSE
              SET PH-OPENED TO TRUE
           END-IF.

           IF WS-GARN-STATUS NOT = '00' AND WS-GARN-STATUS NOT = '05'
              DISPLAY '******************************'
              DISPLAY ' 102-CHECK-OPEN'
              DISPLAY ' ERROR IN OPENING THE GARNISHMENT MASTER'
              DISPLAY ' FILE STATUS IS ', WS-GARN-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
           ELSE
              SET GARN-OPENED TO TRUE
           END-IF.

           IF WS-LV-STATUS NOT = '00' AND WS-LV-STATUS NOT = '05'
              DISPLAY '******************************'
              DISPLAY ' 102-CHECK-OPEN'
              DISPLAY ' ERROR IN OPENING THE LEAVE MASTER'
              DISPLAY ' FILE STATUS IS ', WS-LV-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
           ELSE
              SET LEAVE-OPENED TO TRUE
           END-IF.

      ***************************************************************
      * 103-READ-YTD.
      *  - READ THE NEXT YTD MASTER RECORD.  ACCUMULATORS CARVED
      *    OUT OF FILLER ON A CONVERTED RECORD MAY STILL HOLD
      *    SPACES AND ARE TAKEN AS ZERO, AS THE PAY RUN DOES.  A
      *    READ ERROR ENDS THE AUDIT
      ***************************************************************
       103-READ-YTD.
           READ YTD-MASTER NEXT RECORD
               AT END
                 MOVE HIGH-VALUES TO WS-YTD-KEY
               NOT AT END
                 MOVE YTD-EMP-NUM TO WS-YTD-KEY
                 IF YTD-FED-TAX NOT NUMERIC
                    MOVE ZEROS TO YTD-FED-TAX
                 END-IF
                 IF YTD-STATE-TAX NOT NUMERIC
                    MOVE ZEROS TO YTD-STATE-TAX
                 END-IF
                 IF YTD-FICA-TAX NOT NUMERIC
                    MOVE ZEROS TO YTD-FICA-TAX
                 END-IF
                 IF YTD-QTR-GROSS NOT NUMERIC
                    MOVE ZEROS TO YTD-QTR-GROSS
                 END-IF
                 IF YTD-QTR-FED-TAX NOT NUMERIC
                    MOVE ZEROS TO YTD-QTR-FED-TAX
                 END-IF
                 IF YTD-QTR-ST-TAX NOT NUMERIC
                    MOVE ZEROS TO YTD-QTR-ST-TAX
                 END-IF
                 IF YTD-QTR-FICA-TAX NOT NUMERIC
                    MOVE ZEROS TO YTD-QTR-FICA-TAX
                 END-IF
           END-READ.

           IF WS-YTD-STATUS NOT = '00' AND WS-YTD-STATUS NOT = '10'
              DISPLAY '******************************'
              DISPLAY ' 103-READ-YTD'
              DISPLAY ' ERROR READING THE YTD MASTER'
              DISPLAY ' FILE STATUS IS ', WS-YTD-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
              MOVE HIGH-VALUES TO WS-YTD-KEY
           END-IF.

      ***************************************************************
      * 104-READ-HIST.
      *  - READ THE NEXT PAY HISTORY ROW.  A READ ERROR ENDS THE
      *    AUDIT
      ***************************************************************
       104-READ-HIST.
           READ PAY-HISTORY NEXT RECORD
               AT END
                 MOVE HIGH-VALUES TO WS-PH-KEY-EMP
               NOT AT END
                 MOVE PH-EMP-NUM TO WS-PH-KEY-EMP
                 ADD 1 TO WS-PH-READ-CNT
           END-READ.

           IF WS-PH-STATUS NOT = '00' AND WS-PH-STATUS NOT = '10'
              DISPLAY '******************************'
              DISPLAY ' 104-READ-HIST'
              DISPLAY ' ERROR READING THE PAY HISTORY MASTER'
              DISPLAY ' FILE STATUS IS ', WS-PH-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
              MOVE HIGH-VALUES TO WS-PH-KEY-EMP
           END-IF.

      ***************************************************************
      * 105-READ-GARN.
      *  - READ THE NEXT GARNISHMENT ORDER.  A READ ERROR ENDS
      *    THE AUDIT
      ***************************************************************
       105-READ-GARN.
           READ GARN-MASTER NEXT RECORD
               AT END
                 MOVE HIGH-VALUES TO WS-GM-KEY-EMP
               NOT AT END
                 MOVE GM-EMP-NUM TO WS-GM-KEY-EMP
                 ADD 1 TO WS-GM-CNT
           END-READ.

           IF WS-GARN-STATUS NOT = '00' AND WS-GARN-STATUS NOT = '10'
              DISPLAY '******************************'
              DISPLAY ' 105-READ-GARN'
              DISPLAY ' ERROR READING THE GARNISHMENT MASTER'
              DISPLAY ' FILE STATUS IS ', WS-GARN-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
              MOVE HIGH-VALUES TO WS-GM-KEY-EMP
           END-IF.

      ***************************************************************
      * 106-READ-LEAVE.
      *  - READ THE NEXT LEAVE MASTER RECORD.  A READ ERROR ENDS
      *    THE AUDIT
      ***************************************************************
       106-READ-LEAVE.
           READ LEAVE-MASTER NEXT RECORD
               AT END
                 MOVE HIGH-VALUES TO WS-LV-KEY-EMP
               NOT AT END
                 MOVE LV-EMP-NUM TO WS-LV-KEY-EMP
                 ADD 1 TO WS-LV-CNT
           END-READ.

           IF WS-LV-STATUS NOT = '00' AND WS-LV-STATUS NOT = '10'
              DISPLAY '******************************'
              DISPLAY ' 106-READ-LEAVE'
              DISPLAY ' ERROR READING THE LEAVE MASTER'
              DISPLAY ' FILE STATUS IS ', WS-LV-STATUS
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
              MOVE HIGH-VALUES TO WS-LV-KEY-EMP
           END-IF.

      ***************************************************************
      * 107-SET-NEXT-EMP.
      *  - THE NEXT EMPLOYEE TO AUDIT IS THE LOWEST CURRENT KEY OF
      *    THE FOUR MASTERS.  HIGH-VALUES MEANS ALL ARE EXHAUSTED
      ***************************************************************
       107-SET-NEXT-EMP.
           MOVE WS-YTD-KEY TO WS-CUR-EMP.
           IF WS-PH-KEY-EMP < WS-CUR-EMP
              MOVE WS-PH-KEY-EMP TO WS-CUR-EMP
           END-IF.
           IF WS-GM-KEY-EMP < WS-CUR-EMP
              MOVE WS-GM-KEY-EMP TO WS-CUR-EMP
           END-IF.
           IF WS-LV-KEY-EMP < WS-CUR-EMP
              MOVE WS-LV-KEY-EMP TO WS-CUR-EMP
           END-IF.

      ***************************************************************
      * 150-EOJ.
      *  - PRINT THE AUDIT TOTALS AND STATUS, SET THE RETURN CODE
      *    AND CLOSE THE FILES
      ***************************************************************
       150-EOJ.
           MOVE 'EMPLOYEES AUDITED' TO AC-CAPTION.
           MOVE WS-EMP-AUDITED TO AC-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 3 LINES.

           MOVE 'YTD RECORDS READ' TO AC-CAPTION.
           MOVE WS-YTD-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'PAY HISTORY ROWS READ' TO AC-CAPTION.
           MOVE WS-PH-READ-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'PAY HISTORY ROWS IN AUDIT YEAR' TO AC-CAPTION.
           MOVE WS-PH-YEAR-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'GARNISHMENT ORDERS READ' TO AC-CAPTION.
           MOVE WS-GM-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'LEAVE RECORDS READ' TO AC-CAPTION.
           MOVE WS-LV-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'YTD RECORDS NOT ON SCM.EMP' TO AC-CAPTION.
           MOVE WS-ORPHAN-YTD-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'LEAVE RECORDS NOT ON SCM.EMP' TO AC-CAPTION.
           MOVE WS-ORPHAN-LV-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'EMPLOYEES OUT OF BALANCE' TO AC-CAPTION.
           MOVE WS-EMP-OOB-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'DIFFERENCES LISTED' TO AC-CAPTION.
           MOVE WS-DIFF-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'WARNINGS LISTED' TO AC-CAPTION.
           MOVE WS-WARN-CNT TO AC-COUNT.
           PERFORM 154-WRITE-AUDIT-COUNT.

           MOVE 'YTD GROSS ALL RECORDS' TO AA-CAPTION.
           MOVE WS-TOT-YTD-GROSS TO AA-AMOUNT.
           MOVE AUDIT-AMOUNT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 2 LINES.

           MOVE 'PAY HISTORY GROSS AUDIT YEAR' TO AA-CAPTION.
           MOVE WS-TOT-HIST-GROSS TO AA-AMOUNT.
           PERFORM 155-WRITE-AUDIT-AMOUNT.

           COMPUTE WS-TOT-DIFF-GROSS =
               WS-TOT-YTD-GROSS - WS-TOT-HIST-GROSS.
           MOVE 'GROSS DIFFERENCE' TO AA-CAPTION.
           MOVE WS-TOT-DIFF-GROSS TO AA-AMOUNT.
           PERFORM 155-WRITE-AUDIT-AMOUNT.

           EVALUATE TRUE
               WHEN AUDIT-ABORTED
                 MOVE 'NOT COMPLETED' TO AS-STATUS
                 MOVE 8 TO RETURN-CODE
               WHEN WS-DIFF-CNT > ZERO
                 MOVE 'OUT OF BALANCE' TO AS-STATUS
                 MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-CNT > ZERO
                 MOVE 'BALANCED, WARNINGS' TO AS-STATUS
                 MOVE 4 TO RETURN-CODE
               WHEN OTHER
                 MOVE 'BALANCED' TO AS-STATUS
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE AUDIT-STATUS-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 2 LINES.

           IF YTD-OPENED
              CLOSE YTD-MASTER
           END-IF.
           IF PH-OPENED
              CLOSE PAY-HISTORY
           END-IF.
           IF GARN-OPENED
              CLOSE GARN-MASTER
           END-IF.
           IF LEAVE-OPENED
              CLOSE LEAVE-MASTER
           END-IF.
           CLOSE AUDIT-REPORT.

      ***************************************************************
      * 154-WRITE-AUDIT-COUNT.
      *  - PRINT ONE COUNT LINE OF THE AUDIT TOTALS
      ***************************************************************
       154-WRITE-AUDIT-COUNT.
           MOVE AUDIT-COUNT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 1 LINE.

      ***************************************************************
      * 155-WRITE-AUDIT-AMOUNT.
      *  - PRINT ONE AMOUNT LINE OF THE AUDIT TOTALS
      ***************************************************************
       155-WRITE-AUDIT-AMOUNT.
           MOVE AUDIT-AMOUNT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 1 LINE.

      ***************************************************************
      * 300-AUDIT-EMPLOYEE.
      *  - GATHER EVERYTHING THE FOUR MASTERS HOLD FOR THE CURRENT
      *    EMPLOYEE, RUN THE COMPARISONS, THEN MOVE EACH MASTER
      *    THAT WAS ON THIS EMPLOYEE PAST THE EMPLOYEE
      ***************************************************************
       300-AUDIT-EMPLOYEE.
           MOVE 'N' TO WS-EMP-OOB-SW.
           INITIALIZE EMPLOYEE-SUMS.
           ADD 1 TO WS-EMP-AUDITED.

           IF WS-YTD-KEY = WS-CUR-EMP
              SET YTD-ON-FILE TO TRUE
              ADD 1 TO WS-YTD-CNT
              ADD YTD-GROSS TO WS-TOT-YTD-GROSS
              MOVE YTD-QTR-FILED TO WS-QTR-FILED
           ELSE
              SET YTD-NOT-ON-FILE TO TRUE
              MOVE SPACES TO WS-QTR-FILED
           END-IF.

           IF WS-LV-KEY-EMP = WS-CUR-EMP
              SET LEAVE-ON-FILE TO TRUE
           ELSE
              SET LEAVE-NOT-ON-FILE TO TRUE
           END-IF.

           PERFORM 301-ADD-HIST-ROW
                   UNTIL WS-PH-KEY-EMP NOT = WS-CUR-EMP.

           PERFORM 302-ADD-GARN-ORDER
                   UNTIL WS-GM-KEY-EMP NOT = WS-CUR-EMP.

           IF YTD-ON-FILE
              PERFORM 303-COMPARE-YTD
           ELSE
              IF WS-HIST-GROSS NOT = ZERO
                 OR WS-HIST-FED NOT = ZERO
                 OR WS-HIST-STATE NOT = ZERO
                 OR WS-HIST-FICA NOT = ZERO
                 MOVE 'PAY HISTORY WITH NO YTD RECORD'
                     TO WS-CHK-CAPTION
                 MOVE ZEROS TO WS-CHK-MASTER
                 MOVE WS-HIST-GROSS TO WS-CHK-EXPECT
                 PERFORM 305-COMPARE-AMOUNT
              END-IF
           END-IF.

           IF WS-GM-ORDERS > ZERO OR WS-HIST-GARN NOT = ZERO
              MOVE 'GARN TAKEN TO DATE VS PAY HISTORY'
                  TO WS-CHK-CAPTION
              MOVE WS-GM-TAKEN TO WS-CHK-MASTER
              MOVE WS-HIST-GARN TO WS-CHK-EXPECT
              PERFORM 305-COMPARE-AMOUNT
           END-IF.

           IF YTD-ON-FILE OR LEAVE-ON-FILE
              MOVE WS-CUR-EMP TO WF-EMPNO
              PERFORM 307-CHECK-EMP-EXISTS
              IF EMP-NOT-ON-FILE AND NOT AUDIT-ABORTED
                 PERFORM 306-LIST-NOT-ON-EMP
              END-IF
           END-IF.

           IF EMP-OUT-OF-BALANCE
              ADD 1 TO WS-EMP-OOB-CNT
           END-IF.

           IF YTD-ON-FILE
              PERFORM 103-READ-YTD
           END-IF.
           IF LEAVE-ON-FILE
              PERFORM 106-READ-LEAVE
           END-IF.

           IF AUDIT-ABORTED
              MOVE HIGH-VALUES TO WS-CUR-EMP
           ELSE
              PERFORM 107-SET-NEXT-EMP
           END-IF.

      ***************************************************************
      * 301-ADD-HIST-ROW.
      *  - ADD ONE PAY HISTORY ROW INTO THE EMPLOYEE'S SUMS.  THE
      *    GARNISHMENT IS SUMMED OVER EVERY YEAR, AS THE ORDER'S
      *    TAKEN TO DATE IS; WAGES AND TAXES ONLY FOR THE AUDIT
      *    YEAR, AND INTO THE QUARTER SUMS WHEN THE ROW IS LATER
      *    THAN THE LAST QUARTERLY FILING ON THE YTD RECORD
      ***************************************************************
       301-ADD-HIST-ROW.
           ADD PH-GARN-DED TO WS-HIST-GARN.

           MOVE PH-PERIOD-END TO WS-DATE-WORK.
           IF WS-DW-YYYY = WS-AUDIT-YEAR
              ADD 1 TO WS-HIST-ROWS-YR
              ADD 1 TO WS-PH-YEAR-CNT
              ADD PH-GROSS TO WS-HIST-GROSS
              ADD PH-GROSS TO WS-TOT-HIST-GROSS
              ADD PH-FED-TAX TO WS-HIST-FED
              ADD PH-STATE-TAX TO WS-HIST-STATE
              ADD PH-FICA-TAX TO WS-HIST-FICA
              IF PH-PERIOD-END > WS-QTR-FILED
                 ADD PH-GROSS TO WS-HQ-GROSS
                 ADD PH-FED-TAX TO WS-HQ-FED
                 ADD PH-STATE-TAX TO WS-HQ-STATE
                 ADD PH-FICA-TAX TO WS-HQ-FICA
              END-IF
           END-IF.

           PERFORM 104-READ-HIST.

      ***************************************************************
      * 302-ADD-GARN-ORDER.
      *  - ADD ONE GARNISHMENT ORDER'S TAKEN TO DATE, ENDED ORDERS
      *    INCLUDED, SINCE THEIR DEDUCTIONS ARE STILL IN HISTORY
      ***************************************************************
       302-ADD-GARN-ORDER.
           ADD 1 TO WS-GM-ORDERS.
           ADD GM-TAKEN-TO-DATE TO WS-GM-TAKEN.

           PERFORM 105-READ-GARN.

      ***************************************************************
      * 303-COMPARE-YTD.
      *  - COMPARE THE YTD MASTER TO THE RE-ADDED PAY HISTORY.
      *    THE QUARTER GROSS IS FLOORED AT ZERO, AS THE PAY RUN
      *    FLOORS YTD-QTR-GROSS WHEN IT BACKS OUT A VOID
      ***************************************************************
       303-COMPARE-YTD.
           MOVE 'YTD GROSS VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-GROSS TO WS-CHK-MASTER.
           MOVE WS-HIST-GROSS TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           MOVE 'YTD FED TAX VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-FED-TAX TO WS-CHK-MASTER.
           MOVE WS-HIST-FED TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           MOVE 'YTD STATE TAX VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-STATE-TAX TO WS-CHK-MASTER.
           MOVE WS-HIST-STATE TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           MOVE 'YTD FICA TAX VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-FICA-TAX TO WS-CHK-MASTER.
           MOVE WS-HIST-FICA TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           IF WS-HQ-GROSS < ZERO
              MOVE ZEROS TO WS-HQ-GROSS
           END-IF.
           MOVE 'QTR GROSS VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-QTR-GROSS TO WS-CHK-MASTER.
           MOVE WS-HQ-GROSS TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           MOVE 'QTR FED TAX VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-QTR-FED-TAX TO WS-CHK-MASTER.
           MOVE WS-HQ-FED TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           MOVE 'QTR STATE TAX VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-QTR-ST-TAX TO WS-CHK-MASTER.
           MOVE WS-HQ-STATE TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

           MOVE 'QTR FICA TAX VS PAY HISTORY' TO WS-CHK-CAPTION.
           MOVE YTD-QTR-FICA-TAX TO WS-CHK-MASTER.
           MOVE WS-HQ-FICA TO WS-CHK-EXPECT.
           PERFORM 305-COMPARE-AMOUNT.

      ***************************************************************
      * 305-COMPARE-AMOUNT.
      *  - LIST A COMPARISON THAT DOES NOT AGREE TO THE PENNY AS A
      *    DIFFERENCE AGAINST THE EMPLOYEE
      ***************************************************************
       305-COMPARE-AMOUNT.
           IF WS-CHK-MASTER NOT = WS-CHK-EXPECT
              COMPUTE WS-CHK-DIFF = WS-CHK-MASTER - WS-CHK-EXPECT
              MOVE 'DIFFERENCE' TO WS-CHK-SEVERITY
              PERFORM 330-WRITE-AUDIT-LINE
              ADD 1 TO WS-DIFF-CNT
              SET EMP-OUT-OF-BALANCE TO TRUE
           END-IF.

      ***************************************************************
      * 306-LIST-NOT-ON-EMP.
      *  - LIST THE YTD AND LEAVE RECORDS OF AN EMPLOYEE NO LONGER
      *    ON SCM.EMP.  THE YTD RECORD STAYS FOR THE W-2 AND IS A
      *    WARNING; A LEAVE BALANCE SHOULD HAVE BEEN SETTLED AT
      *    TERMINATION AND IS A DIFFERENCE AGAINST AN EXPECTED ZERO
      ***************************************************************
       306-LIST-NOT-ON-EMP.
           IF YTD-ON-FILE
              ADD 1 TO WS-ORPHAN-YTD-CNT
              MOVE 'YTD RECORD NOT ON SCM.EMP' TO WS-CHK-CAPTION
              MOVE YTD-GROSS TO WS-CHK-MASTER
              MOVE WS-HIST-GROSS TO WS-CHK-EXPECT
              MOVE ZEROS TO WS-CHK-DIFF
              MOVE 'WARNING' TO WS-CHK-SEVERITY
              PERFORM 330-WRITE-AUDIT-LINE
              ADD 1 TO WS-WARN-CNT
           END-IF.

           IF LEAVE-ON-FILE
              ADD 1 TO WS-ORPHAN-LV-CNT
              IF LV-VAC-BAL = ZERO AND LV-SICK-BAL = ZERO
                 MOVE 'LEAVE RECORD NOT ON SCM.EMP'
                     TO WS-CHK-CAPTION
                 MOVE ZEROS TO WS-CHK-MASTER
                 MOVE ZEROS TO WS-CHK-EXPECT
                 MOVE ZEROS TO WS-CHK-DIFF
                 MOVE 'WARNING' TO WS-CHK-SEVERITY
                 PERFORM 330-WRITE-AUDIT-LINE
                 ADD 1 TO WS-WARN-CNT
              ELSE
                 MOVE 'VACATION HRS, NOT ON SCM.EMP'
                     TO WS-CHK-CAPTION
                 MOVE LV-VAC-BAL TO WS-CHK-MASTER
                 MOVE ZEROS TO WS-CHK-EXPECT
                 PERFORM 305-COMPARE-AMOUNT
                 MOVE 'SICK HRS, NOT ON SCM.EMP'
                     TO WS-CHK-CAPTION
                 MOVE LV-SICK-BAL TO WS-CHK-MASTER
                 MOVE ZEROS TO WS-CHK-EXPECT
                 PERFORM 305-COMPARE-AMOUNT
              END-IF
           END-IF.

      ***************************************************************
      * 307-CHECK-EMP-EXISTS.
      *  - SET EMP-ON-FILE ACCORDING TO WHETHER WF-EMPNO IS STILL
      *    ON SCM.EMP.  A DATABASE ERROR ENDS THE AUDIT
      ***************************************************************
       307-CHECK-EMP-EXISTS.
           SET EMP-NOT-ON-FILE TO TRUE.
           MOVE ZERO TO WS-EMP-EXISTS-CNT.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-EXISTS-CNT
                  FROM SCM.EMP
                  WHERE EMPNO = :WF-EMPNO
           END-EXEC.

           IF SQLCODE = 0
              IF WS-EMP-EXISTS-CNT > 0
                 SET EMP-ON-FILE TO TRUE
              END-IF
           ELSE
              MOVE SQLCODE TO DISPLAY-SQLCODE
              DISPLAY '******************************'
              DISPLAY ' 307-CHECK-EMP-EXISTS'
              DISPLAY ' ERROR CHECKING SCM.EMP'
              DISPLAY ' SQL STATUS IS ', DISPLAY-SQLCODE
              DISPLAY '*******************************'
              SET AUDIT-ABORTED TO TRUE
           END-IF.

      ***************************************************************
      * 330-WRITE-AUDIT-LINE.
      *  - PRINT ONE DIFFERENCE OR WARNING LINE FOR THE EMPLOYEE
      ***************************************************************
       330-WRITE-AUDIT-LINE.
           MOVE WS-CUR-EMP TO AD-EMPNO.
           MOVE WS-CHK-CAPTION TO AD-CHECK.
           MOVE WS-CHK-MASTER TO AD-MASTER.
           MOVE WS-CHK-EXPECT TO AD-EXPECT.
           MOVE WS-CHK-DIFF TO AD-DIFF.
           MOVE WS-CHK-SEVERITY TO AD-SEVERITY.

           MOVE AUDIT-DETAIL-LINE TO AUDIT-REC.
           WRITE AUDIT-REC AFTER ADVANCING 1 LINE.
