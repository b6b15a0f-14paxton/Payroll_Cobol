       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPR.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      ***************************************************************
      * PURPOSE:  ONLINE SUPERVISOR APPROVAL OF TIMECARD PUNCHES.
      * THE BATCH RUN QUEUES EVERY PUNCH FROM THE TIME CLOCKS ON THE
      * TIMECARD APPROVAL FILE, KEYED BY DEPARTMENT, EMPLOYEE AND
      * WORK DATE, AND PAYS ONLY THE PUNCHES A MANAGER HAS APPROVED.
      * A MANAGER KEYS THEIR EMPLOYEE NUMBER, THE DEPARTMENT THEY
      * MANAGE ON SCM.DEPT, A WEEK-OF DATE AND OPTIONALLY ONE
      * EMPLOYEE, AND PAGES THROUGH THE PUNCHES THE PAY RUN HAS NOT
      * YET SETTLED.  EACH PUNCH MAY BE APPROVED AS PUNCHED,
      * APPROVED AT ADJUSTED HOURS, OR REJECTED WITH A REASON.  THE
      * HOURS AND ACTIVITY EDITS ARE THE ONES THE BATCH LOAD APPLIES,
      * SO AN APPROVED PUNCH CAN NEVER FAIL TO POST.  THE MANAGER
      * AND THE DATE OF THE DECISION ARE STAMPED ON THE PUNCH.
      *
      * TRANSID PYTA, MAPSET APRMAP, MAP PAYAPR.
      * PF3 ENDS THE SESSION, PF8 PAGES FORWARD, PF5 REFRESHES THE
      * CURRENT PAGE, ENTER WITH ACTION A, R OR H APPLIES THE
      * DECISION TO THE LINE KEYED (ACTION A WITH NO LINE APPROVES
      * EVERY PENDING PUNCH ON THE PAGE), ENTER OTHERWISE STARTS A
      * NEW SELECTION.
      ***************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
           05 WS-RESP             PIC S9(8) COMP VALUE ZERO.
           05 DISPLAY-SQLCODE     PIC 999-.
           05 WS-REJECT-REASON    PIC X(40).
           05 WS-MAX-PROJ-HRS     PIC S9(3)V99 COMP-3 VALUE 60.00.
           05 WS-LINE-SUB         PIC S9(4) COMP VALUE ZERO.
           05 WS-ROWS-SHOWN       PIC S9(4) COMP VALUE ZERO.
           05 WS-LINE-FROM        PIC S9(4) COMP VALUE ZERO.
           05 WS-LINE-TO          PIC S9(4) COMP VALUE ZERO.
           05 WS-UPD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05 WS-UPD-STATUS       PIC X VALUE 'V'.
               88 UPDATE-VALID          VALUE 'V'.
               88 UPDATE-INVALID        VALUE 'I'.
           05 WS-BROWSE-EOF       PIC X VALUE 'F'.
               88 BROWSE-EOF-T          VALUE 'T'.
           05 WS-PAGE-SW          PIC X VALUE 'N'.
               88 PAGE-APPROVE          VALUE 'Y'.
               88 LINE-ACTION           VALUE 'N'.
           05 WS-SQL-ERR-SW       PIC X VALUE 'N'.
               88 SQL-ERROR-SHOWN       VALUE 'Y'.

           05 WS-LASTNAME         PIC X(15).
           05 WS-FIRSTNME         PIC X(12).
           05 WS-EMPNAME-OUT      PIC X(30).
           05 WS-MSG-OUT          PIC X(60).
           05 WS-SEL-DEPT         PIC X(3).
           05 WS-SEL-MGRNO        PIC X(6).
           05 WS-SEL-EMPNO        PIC X(6).
           05 WS-LINE-EMPNO       PIC X(6).
           05 WS-LINE-NAME        PIC X(11).
           05 WS-LINE-DATE        PIC X(10).
           05 WS-LINE-DATE-R      REDEFINES WS-LINE-DATE.
              10                  PIC X(5).
              10 WS-LINE-MMDD     PIC X(5).
           05 WS-DEPTNAME         PIC X(36).
           05 WS-DEPT-MGRNO       PIC X(6).
           05 WS-WEEK             PIC X(10).
           05 WS-WEEK-END         PIC X(10).
           05 WS-TODAY            PIC X(10).
           05 WS-ABSTIME          PIC S9(15) COMP-3.
           05 WS-SKIP-KEY         PIC X(30).

           05 WS-LINE-NO          PIC 9.
           05 WS-PUNCH-ED         PIC ZZ9.99.
           05 WS-PAY-ED           PIC ZZ9.99.
           05 WS-COUNT-ED         PIC Z9.
           05 WS-DETAIL-LINE      PIC X(78).

           05 WS-TIME-X           PIC X(5).
           05 WS-TIME-9           REDEFINES WS-TIME-X
                                  PIC 9(3)V99.
           05 WS-SEL-X            PIC X(1).
           05 WS-SEL-9            REDEFINES WS-SEL-X
                                  PIC 9(1).
           05 WS-UPD-TIME         PIC S9(3)V99 COMP-3.
           05 WS-UPD-ACT          PIC S9(4) COMP.

       01  APR-KEY.
           05 AK-WORKDEPT         PIC X(3).
           05 AK-EMPNO            PIC X(6).
           05 AK-REST             PIC X(21).

      * MIRROR OF THE TIMECARD APPROVAL RECORD THE BATCH RUN
      * QUEUES (CBL00 192-QUEUE-TIMECARD)
       01  TC-APPROVAL-RECORD.
           05 TA-KEY.
              10 TA-WORKDEPT      PIC X(3).
              10 TA-EMP-NUM       PIC 9(6).
              10 TA-WORK-DATE     PIC X(10).
              10 TA-PROJ-NUM      PIC X(6).
              10 TA-ACTNO         PIC 9(4).
              10 TA-SHIFT         PIC X(1).
           05 TA-PUNCH-HOURS      PIC 9(3)V99.
           05 TA-HOURS            PIC 9(3)V99.
           05 TA-STATUS           PIC X(1).
               88 TA-PENDING            VALUE 'P'.
               88 TA-APPROVED           VALUE 'A'.
               88 TA-REJECTED           VALUE 'R'.
               88 TA-POSTED             VALUE 'X'.
               88 TA-REJ-CLOSED         VALUE 'C'.
           05 TA-APPROVER         PIC X(6).
           05 TA-ACTION-DATE      PIC X(10).
           05 TA-REASON           PIC X(30).
           05 TA-PAID-PERIOD      PIC X(10).
           05                     PIC X(3).

      * CA-PAGE-KEY IS THE FIRST PUNCH ON THE PAGE SHOWING (PF5 AND
      * AN APPLIED DECISION REDISPLAY FROM IT), CA-NEXT-KEY THE LAST
      * (PF8 CONTINUES PAST IT).  CA-LINE-KEY HOLDS THE KEY BEHIND
      * EACH NUMBERED LINE SO A DECISION REACHES THE PUNCH THE
      * MANAGER WAS LOOKING AT
       01  PAYAPR-COMMAREA.
           05 CA-MGRNO            PIC X(6).
           05 CA-DEPT             PIC X(3).
           05 CA-EMPNO            PIC X(6).
           05 CA-WEEK             PIC X(10).
           05 CA-WEEK-END         PIC X(10).
           05 CA-PAGE-KEY         PIC X(30).
           05 CA-NEXT-KEY         PIC X(30).
           05 CA-LINE-CNT         PIC S9(4) COMP.
           05 CA-LINE-KEY         PIC X(30) OCCURS 8 TIMES.

           COPY APRMAP.

           COPY DFHAID.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA            PIC X(337).

       PROCEDURE DIVISION.

      ***************************************************************
      * 000-MAIN.
      *  - FIRST TIME IN, SEND THE EMPTY MAP.  AFTER THAT, ACT ON
      *    THE KEY THE MANAGER PRESSED AND RETURN PSEUDO-
      *    CONVERSATIONALLY WITH THE SELECTION AND PAGE IN THE
      *    COMMAREA
      ***************************************************************
       000-MAIN.

           IF EIBCALEN < 337
              PERFORM 110-FIRST-TIME
           ELSE
              MOVE DFHCOMMAREA TO PAYAPR-COMMAREA
              EVALUATE EIBAID
                  WHEN DFHPF3
                    PERFORM 120-END-SESSION
                  WHEN DFHPF5
                    IF CA-DEPT = SPACES
                       MOVE 'SELECT A DEPARTMENT AND WEEK FIRST'
                           TO MSGO
                    ELSE
                       MOVE CA-PAGE-KEY TO APR-KEY
                       MOVE SPACES TO WS-SKIP-KEY
                       PERFORM 200-BROWSE-PUNCHES
                    END-IF
                  WHEN DFHPF8
                    IF CA-DEPT = SPACES
                       MOVE 'SELECT A DEPARTMENT AND WEEK FIRST'
                           TO MSGO
                    ELSE
                       IF CA-NEXT-KEY = SPACES
                          PERFORM 150-FIRST-PAGE-KEY
                          MOVE SPACES TO WS-SKIP-KEY
                       ELSE
                          MOVE CA-NEXT-KEY TO APR-KEY
                          MOVE CA-NEXT-KEY TO WS-SKIP-KEY
                       END-IF
                       PERFORM 200-BROWSE-PUNCHES
                    END-IF
                  WHEN DFHENTER
                    PERFORM 130-RECEIVE-MAP
                    IF ACTIONI = 'A' OR 'R' OR 'H'
                       PERFORM 300-APPLY-ACTION
                    ELSE
                       PERFORM 100-NEW-SELECTION
                    END-IF
                  WHEN OTHER
                    MOVE 'INVALID KEY - ENTER, PF3, PF5 OR PF8'
                        TO MSGO
              END-EVALUATE
           END-IF.

           PERFORM 140-SEND-MAP.

           EXEC CICS RETURN
               TRANSID('PYTA')
               COMMAREA(PAYAPR-COMMAREA)
               LENGTH(337)
           END-EXEC.

      ***************************************************************
      * 100-NEW-SELECTION.
      *  - EDIT THE KEYED MANAGER, DEPARTMENT, EMPLOYEE AND WEEK.
      *    THE MANAGER MUST BE THE ONE SCM.DEPT NAMES FOR THE
      *    DEPARTMENT.  THE WEEK RUNS SEVEN DAYS FROM THE DATE
      *    KEYED.  A GOOD SELECTION LISTS ITS FIRST PAGE; A BAD
      *    ONE LEAVES THE PRIOR SELECTION AND PAGE SHOWING
      ***************************************************************
       100-NEW-SELECTION.
           SET UPDATE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF MGRNOI NOT NUMERIC OR MGRNOI = SPACES
              SET UPDATE-INVALID TO TRUE
              MOVE 'MANAGER NUMBER MUST BE SIX DIGITS'
                  TO WS-REJECT-REASON
           END-IF.

           IF UPDATE-VALID
              AND (DEPTI = SPACES OR DEPTI = LOW-VALUES)
              SET UPDATE-INVALID TO TRUE
              MOVE 'DEPARTMENT IS REQUIRED' TO WS-REJECT-REASON
           END-IF.

           IF UPDATE-VALID
              IF EMPNOI = SPACES OR EMPNOI = LOW-VALUES
                 MOVE SPACES TO WS-SEL-EMPNO
              ELSE
                 IF EMPNOI NUMERIC
                    MOVE EMPNOI TO WS-SEL-EMPNO
                 ELSE
                    SET UPDATE-INVALID TO TRUE
                    MOVE 'EMPLOYEE NUMBER MUST BE SIX DIGITS'
                        TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

           IF UPDATE-VALID
              AND (WEEKI = SPACES OR WEEKI = LOW-VALUES)
              SET UPDATE-INVALID TO TRUE
              MOVE 'WEEK OF DATE IS REQUIRED, YYYY-MM-DD'
                  TO WS-REJECT-REASON
           END-IF.

           IF UPDATE-VALID
              MOVE WEEKI TO WS-WEEK
              EXEC SQL
                  SELECT CHAR(DATE(:WS-WEEK) + 6 DAYS, ISO)
                     INTO :WS-WEEK-END
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 SET UPDATE-INVALID TO TRUE
                 MOVE 'WEEK OF MUST BE A DATE, YYYY-MM-DD'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF UPDATE-VALID
              MOVE DEPTI TO WS-SEL-DEPT
              PERFORM 220-GET-DEPT
              EVALUATE TRUE
                  WHEN SQLCODE = 100
                    SET UPDATE-INVALID TO TRUE
                    MOVE 'DEPARTMENT NOT ON SCM.DEPT'
                        TO WS-REJECT-REASON
                  WHEN SQLCODE NOT = 0
                    SET UPDATE-INVALID TO TRUE
                    MOVE SQLCODE TO DISPLAY-SQLCODE
                    STRING 'SQL ERROR READING SCM.DEPT, SQLCODE='
                        DISPLAY-SQLCODE DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                  WHEN WS-DEPT-MGRNO NOT = MGRNOI
                    SET UPDATE-INVALID TO TRUE
                    MOVE 'YOU ARE NOT THE MANAGER OF THAT DEPT'
                        TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF UPDATE-INVALID
              IF CA-DEPT NOT = SPACES
                 MOVE CA-PAGE-KEY TO APR-KEY
                 MOVE SPACES TO WS-SKIP-KEY
                 PERFORM 200-BROWSE-PUNCHES
              END-IF
              MOVE WS-REJECT-REASON TO MSGO
           ELSE
              MOVE MGRNOI TO CA-MGRNO
              MOVE WS-SEL-DEPT TO CA-DEPT
              MOVE WS-SEL-EMPNO TO CA-EMPNO
              MOVE WS-WEEK TO CA-WEEK
              MOVE WS-WEEK-END TO CA-WEEK-END
              PERFORM 150-FIRST-PAGE-KEY
              MOVE SPACES TO WS-SKIP-KEY
              PERFORM 200-BROWSE-PUNCHES
           END-IF.

      ***************************************************************
      * 110-FIRST-TIME.
      *  - CLEAR THE SCREEN FIELDS FOR A FRESH SESSION
      ***************************************************************
       110-FIRST-TIME.
           MOVE LOW-VALUES TO PAYAPRO.
           MOVE SPACES TO CA-MGRNO.
           MOVE SPACES TO CA-DEPT.
           MOVE SPACES TO CA-EMPNO.
           MOVE SPACES TO CA-WEEK.
           MOVE SPACES TO CA-WEEK-END.
           MOVE SPACES TO CA-PAGE-KEY.
           MOVE SPACES TO CA-NEXT-KEY.
           MOVE ZEROS TO CA-LINE-CNT.
           MOVE 'KEY MANAGER, DEPT AND WEEK OF, THEN PRESS ENTER'
               TO MSGO.

      ***************************************************************
      * 120-END-SESSION.
      *  - PF3 RETURNS THE TERMINAL TO CICS
      ***************************************************************
       120-END-SESSION.
           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

      ***************************************************************
      * 130-RECEIVE-MAP.
      *  - BRING IN WHATEVER THE MANAGER KEYED.  MAPFAIL (NOTHING
      *    KEYED) IS NOT AN ERROR HERE
      ***************************************************************
       130-RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP('PAYAPR')
               MAPSET('APRMAP')
               INTO(PAYAPRI)
               RESP(WS-RESP)
           END-EXEC.

      ***************************************************************
      * 140-SEND-MAP.
      *  - PUT THE SCREEN BACK UP WITH THE SELECTION IN FORCE AND
      *    WHATEVER THE PARAGRAPHS ABOVE LEFT IN THE OUTPUT MAP
      ***************************************************************
       140-SEND-MAP.
           MOVE CA-MGRNO TO MGRNOO.
           MOVE CA-DEPT TO DEPTO.
           MOVE CA-EMPNO TO EMPNOO.
           MOVE CA-WEEK TO WEEKO.
           MOVE CA-WEEK-END TO WEEKENDO.

           IF CA-DEPT NOT = SPACES
              MOVE CA-DEPT TO WS-SEL-DEPT
              PERFORM 220-GET-DEPT
              IF SQLCODE = 0
                 MOVE WS-DEPTNAME TO DEPTNAMEO
              END-IF
              MOVE CA-MGRNO TO WS-SEL-MGRNO
              PERFORM 210-GET-EMP-NAME
              MOVE WS-EMPNAME-OUT TO MGRNAMEO
           END-IF.

           EXEC CICS SEND
               MAP('PAYAPR')
               MAPSET('APRMAP')
               FROM(PAYAPRO)
               ERASE
           END-EXEC.

      ***************************************************************
      * 150-FIRST-PAGE-KEY.
      *  - POSITION AT THE FRONT OF THE DEPARTMENT, OR OF THE ONE
      *    EMPLOYEE WHEN THE SELECTION NAMES ONE
      ***************************************************************
       150-FIRST-PAGE-KEY.
           MOVE LOW-VALUES TO APR-KEY.
           MOVE CA-DEPT TO AK-WORKDEPT.
           IF CA-EMPNO NOT = SPACES
              MOVE CA-EMPNO TO AK-EMPNO
           END-IF.

      ***************************************************************
      * 200-BROWSE-PUNCHES.
      *  - LIST UP TO EIGHT OPEN PUNCHES FOR THE SELECTION FROM THE
      *    TIMECARD APPROVAL FILE, STARTING AT APR-KEY.  PUNCHES
      *    THE PAY RUN HAS ALREADY SETTLED AND PUNCHES OUTSIDE THE
      *    WEEK ARE PASSED OVER.  THE FIRST LINE SHOWN BECOMES THE
      *    PAGE POSITION AND THE LAST THE NEXT PAGE'S POSITION
      ***************************************************************
       200-BROWSE-PUNCHES.
           MOVE SPACES TO LINE1O.
           MOVE SPACES TO LINE2O.
           MOVE SPACES TO LINE3O.
           MOVE SPACES TO LINE4O.
           MOVE SPACES TO LINE5O.
           MOVE SPACES TO LINE6O.
           MOVE SPACES TO LINE7O.
           MOVE SPACES TO LINE8O.
           MOVE ZEROS TO WS-ROWS-SHOWN.
           MOVE ZEROS TO CA-LINE-CNT.
           MOVE 'F' TO WS-BROWSE-EOF.
           MOVE APR-KEY TO CA-PAGE-KEY.

           EXEC CICS STARTBR
               FILE('TCAPPR')
               RIDFLD(APR-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = ZERO
              PERFORM 230-READ-PUNCH
                      UNTIL BROWSE-EOF-T
                         OR WS-ROWS-SHOWN >= 8
              EXEC CICS ENDBR
                  FILE('TCAPPR')
                  RESP(WS-RESP)
              END-EXEC
           END-IF.

           MOVE WS-ROWS-SHOWN TO CA-LINE-CNT.

           IF WS-ROWS-SHOWN = 0
              MOVE SPACES TO CA-NEXT-KEY
              MOVE 'NO MORE OPEN PUNCHES - PF8 FOR FIRST PAGE'
                  TO MSGO
           ELSE
              IF NOT SQL-ERROR-SHOWN
                 MOVE 'PF8 FOR MORE, ACTION A, R OR H ON A LINE'
                     TO MSGO
              END-IF
           END-IF.

      ***************************************************************
      * 210-GET-EMP-NAME.
      *  - BUILD THE LAST, FIRST NAME OF THE EMPLOYEE IN
      *    WS-SEL-MGRNO FROM SCM.EMP.  A MISSING ROW LEAVES THE
      *    NAME BLANK RATHER THAN STOPPING THE SCREEN
      ***************************************************************
       210-GET-EMP-NAME.
           MOVE SPACES TO WS-EMPNAME-OUT.

           EXEC SQL
               SELECT LASTNAME, FIRSTNME
                  INTO :WS-LASTNAME, :WS-FIRSTNME
                  FROM SCM.EMP
                  WHERE EMPNO = :WS-SEL-MGRNO
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 240-SQL-ERROR
           END-IF.

           IF SQLCODE = 0
              STRING WS-LASTNAME DELIMITED BY '  '
                     ', ' DELIMITED BY SIZE
                     WS-FIRSTNME DELIMITED BY SIZE
                  INTO WS-EMPNAME-OUT
           END-IF.

      ***************************************************************
      * 220-GET-DEPT.
      *  - FETCH THE NAME AND MANAGER OF THE DEPARTMENT IN
      *    WS-SEL-DEPT.  THE CALLER TESTS SQLCODE; AN SQL ERROR
      *    IS ALSO PUT ON THE MESSAGE LINE
      ***************************************************************
       220-GET-DEPT.
           MOVE SPACES TO WS-DEPTNAME.
           MOVE SPACES TO WS-DEPT-MGRNO.

           EXEC SQL
               SELECT DEPTNAME, VALUE(MGRNO, ' ')
                  INTO :WS-DEPTNAME, :WS-DEPT-MGRNO
                  FROM SCM.DEPT
                  WHERE DEPTNO = :WS-SEL-DEPT
           END-EXEC.

           IF SQLCODE < 0
              PERFORM 240-SQL-ERROR
           END-IF.

      ***************************************************************
      * 230-READ-PUNCH.
      *  - READ THE NEXT PUNCH AND FORMAT ITS NUMBERED LINE.  A
      *    PUNCH FOR ANOTHER DEPARTMENT (OR EMPLOYEE, WHEN ONE WAS
      *    SELECTED) ENDS THE PAGE; THE BOUNDARY PUNCH THE LAST
      *    PAGE ALREADY SHOWED, SETTLED PUNCHES AND PUNCHES OUTSIDE
      *    THE WEEK ARE SKIPPED.  THE LINE SHOWS THE WORK DATE AS
      *    MM-DD (THE WEEK IS IN THE HEADING) SO THE WHOLE REASON
      *    FITS.  AN EMPLOYEE MISSING FROM SCM.EMP IS SHOWN AS NOT
      *    ON FILE; AN SQL ERROR ENDS THE PAGE AT THAT LINE
      ***************************************************************
       230-READ-PUNCH.
           EXEC CICS READNEXT
               FILE('TCAPPR')
               INTO(TC-APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT = ZERO
                 SET BROWSE-EOF-T TO TRUE
               WHEN AK-WORKDEPT NOT = CA-DEPT
                 SET BROWSE-EOF-T TO TRUE
               WHEN CA-EMPNO NOT = SPACES
                AND AK-EMPNO NOT = CA-EMPNO
                 SET BROWSE-EOF-T TO TRUE
               WHEN APR-KEY = WS-SKIP-KEY
                 CONTINUE
               WHEN TA-POSTED OR TA-REJ-CLOSED
                 CONTINUE
               WHEN TA-WORK-DATE < CA-WEEK
                 OR TA-WORK-DATE > CA-WEEK-END
                 CONTINUE
               WHEN OTHER
                 ADD 1 TO WS-ROWS-SHOWN
                 MOVE WS-ROWS-SHOWN TO WS-LINE-NO
                 MOVE AK-EMPNO TO WS-LINE-EMPNO
                 MOVE SPACES TO WS-LASTNAME
                 EXEC SQL
                     SELECT LASTNAME
                        INTO :WS-LASTNAME
                        FROM SCM.EMP
                        WHERE EMPNO = :WS-LINE-EMPNO
                 END-EXEC
                 EVALUATE TRUE
                     WHEN SQLCODE = 100
                       MOVE 'NOT ON FILE' TO WS-LASTNAME
                     WHEN SQLCODE < 0
                       PERFORM 240-SQL-ERROR
                       SET BROWSE-EOF-T TO TRUE
                 END-EVALUATE
                 MOVE WS-LASTNAME TO WS-LINE-NAME
                 MOVE TA-WORK-DATE TO WS-LINE-DATE
                 MOVE TA-PUNCH-HOURS TO WS-PUNCH-ED
                 MOVE TA-HOURS TO WS-PAY-ED
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING WS-LINE-NO ' ' TA-EMP-NUM ' '
                        WS-LINE-NAME ' ' WS-LINE-MMDD ' '
                        TA-PROJ-NUM WS-PUNCH-ED WS-PAY-ED ' '
                        TA-STATUS ' ' TA-REASON
                     DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
                 EVALUATE WS-ROWS-SHOWN
                     WHEN 1
                       MOVE WS-DETAIL-LINE TO LINE1O
                     WHEN 2
                       MOVE WS-DETAIL-LINE TO LINE2O
                     WHEN 3
                       MOVE WS-DETAIL-LINE TO LINE3O
                     WHEN 4
                       MOVE WS-DETAIL-LINE TO LINE4O
                     WHEN 5
                       MOVE WS-DETAIL-LINE TO LINE5O
                     WHEN 6
                       MOVE WS-DETAIL-LINE TO LINE6O
                     WHEN 7
                       MOVE WS-DETAIL-LINE TO LINE7O
                     WHEN 8
                       MOVE WS-DETAIL-LINE TO LINE8O
                 END-EVALUATE
                 MOVE APR-KEY TO CA-LINE-KEY (WS-ROWS-SHOWN)
                 IF WS-ROWS-SHOWN = 1
                    MOVE APR-KEY TO CA-PAGE-KEY
                 END-IF
                 MOVE APR-KEY TO CA-NEXT-KEY
           END-EVALUATE.

      ***************************************************************
      * 240-SQL-ERROR.
      *  - PUT THE SQLCODE ON THE MESSAGE LINE.  THE TASK ENDS
      *    NORMALLY SO THE MANAGER CAN TRY AGAIN
      ***************************************************************
       240-SQL-ERROR.
           MOVE SQLCODE TO DISPLAY-SQLCODE.
           MOVE SPACES TO WS-MSG-OUT.
           STRING 'SQL ERROR, SQLCODE=' DISPLAY-SQLCODE
               DELIMITED BY SIZE
               INTO WS-MSG-OUT.
           MOVE WS-MSG-OUT TO MSGO.
           SET SQL-ERROR-SHOWN TO TRUE.

      ***************************************************************
      * 300-APPLY-ACTION.
      *  - EDIT THE DECISION KEYED AGAINST THE PAGE SHOWING AND
      *    APPLY IT.  A SETS THE PUNCH APPROVED AT ITS HOURS, H
      *    APPROVES IT AT THE HOURS KEYED, R REJECTS IT AND NEEDS A
      *    REASON.  THE HOURS EDIT MIRRORS 322-VALIDATE-PROJ-SEG IN
      *    THE BATCH LOAD; ONE FAILING PUNCH BACKS OUT THE WHOLE
      *    DECISION SO A PAGE IS NEVER HALF APPROVED
      ***************************************************************
       300-APPLY-ACTION.
           SET UPDATE-VALID TO TRUE.
           SET LINE-ACTION TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF CA-LINE-CNT = 0
              SET UPDATE-INVALID TO TRUE
              MOVE 'LIST A PAGE OF PUNCHES FIRST'
                  TO WS-REJECT-REASON
           END-IF.

           IF UPDATE-VALID
              MOVE SELLINEI TO WS-SEL-X
              EVALUATE TRUE
                  WHEN WS-SEL-X = SPACES OR WS-SEL-X = LOW-VALUES
                    IF ACTIONI = 'A'
                       SET PAGE-APPROVE TO TRUE
                       MOVE 1 TO WS-LINE-FROM
                       MOVE CA-LINE-CNT TO WS-LINE-TO
                    ELSE
                       SET UPDATE-INVALID TO TRUE
                       MOVE 'LINE NUMBER IS REQUIRED FOR R OR H'
                           TO WS-REJECT-REASON
                    END-IF
                  WHEN WS-SEL-X IS NUMERIC
                   AND WS-SEL-9 > 0
                   AND WS-SEL-9 NOT > CA-LINE-CNT
                    MOVE WS-SEL-9 TO WS-LINE-FROM
                    MOVE WS-SEL-9 TO WS-LINE-TO
                  WHEN OTHER
                    SET UPDATE-INVALID TO TRUE
                    MOVE CA-LINE-CNT TO WS-COUNT-ED
                    STRING 'LINE MUST BE 1 TO ' WS-COUNT-ED
                        DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF UPDATE-VALID AND ACTIONI = 'H'
              MOVE UPDHRSI TO WS-TIME-X
              IF WS-TIME-X IS NUMERIC
                 MOVE WS-TIME-9 TO WS-UPD-TIME
              ELSE
                 SET UPDATE-INVALID TO TRUE
                 MOVE 'HOURS MUST BE NNNVNN DIGITS'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF UPDATE-VALID AND ACTIONI = 'H'
              AND (WS-UPD-TIME NOT > ZERO
                   OR WS-UPD-TIME > WS-MAX-PROJ-HRS)
              SET UPDATE-INVALID TO TRUE
              MOVE 'HOURS OUT OF REASONABLE RANGE'
                  TO WS-REJECT-REASON
           END-IF.

           IF UPDATE-VALID AND ACTIONI = 'R'
              AND (REASONI = SPACES OR REASONI = LOW-VALUES)
              SET UPDATE-INVALID TO TRUE
              MOVE 'A REJECTED PUNCH NEEDS A REASON'
                  TO WS-REJECT-REASON
           END-IF.

           IF UPDATE-VALID
              EXEC CICS ASKTIME
                  ABSTIME(WS-ABSTIME)
              END-EXEC
              EXEC CICS FORMATTIME
                  ABSTIME(WS-ABSTIME)
                  YYYYMMDD(WS-TODAY)
                  DATESEP('-')
              END-EXEC
              MOVE ZEROS TO WS-UPD-COUNT
              PERFORM 310-APPLY-ONE-LINE
                      VARYING WS-LINE-SUB FROM WS-LINE-FROM BY 1
                      UNTIL WS-LINE-SUB > WS-LINE-TO
                         OR UPDATE-INVALID
              IF UPDATE-INVALID
                 EXEC CICS SYNCPOINT
                     ROLLBACK
                 END-EXEC
              END-IF
           END-IF.

           MOVE CA-PAGE-KEY TO APR-KEY.
           MOVE SPACES TO WS-SKIP-KEY.
           PERFORM 200-BROWSE-PUNCHES.

           IF UPDATE-INVALID
              MOVE WS-REJECT-REASON TO MSGO
           ELSE
              MOVE SPACES TO ACTIONO
              MOVE SPACES TO SELLINEO
              MOVE SPACES TO UPDHRSO
              MOVE SPACES TO REASONO
              MOVE WS-UPD-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-MSG-OUT
              EVALUATE ACTIONI
                  WHEN 'R'
                    STRING WS-COUNT-ED ' PUNCH REJECTED'
                        DELIMITED BY SIZE
                        INTO WS-MSG-OUT
                  WHEN 'H'
                    STRING WS-COUNT-ED ' PUNCH ADJUSTED AND APPROVED'
                        DELIMITED BY SIZE
                        INTO WS-MSG-OUT
                  WHEN OTHER
                    STRING WS-COUNT-ED ' PUNCH(ES) APPROVED'
                        DELIMITED BY SIZE
                        INTO WS-MSG-OUT
              END-EVALUATE
              MOVE WS-MSG-OUT TO MSGO
           END-IF.

      ***************************************************************
      * 310-APPLY-ONE-LINE.
      *  - READ THE PUNCH BEHIND ONE LINE FOR UPDATE AND RECORD THE
      *    DECISION, THE MANAGER AND TODAY'S DATE ON IT.  A PUNCH
      *    THE PAY RUN SETTLED SINCE THE PAGE WAS LISTED CANNOT BE
      *    CHANGED.  A PAGE APPROVAL PASSES OVER PUNCHES ALREADY
      *    DECIDED.  APPROVED HOURS MUST STILL CARRY AN ACTIVITY ON
      *    SCM.ACT, AS 324-VALIDATE-ACTNO REQUIRES IN BATCH
      ***************************************************************
       310-APPLY-ONE-LINE.
           MOVE CA-LINE-KEY (WS-LINE-SUB) TO APR-KEY.

           EXEC CICS READ
               FILE('TCAPPR')
               INTO(TC-APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = ZERO
              SET UPDATE-INVALID TO TRUE
              MOVE 'PUNCH NO LONGER ON FILE - PF5 TO REFRESH'
                  TO WS-REJECT-REASON
           ELSE
              EVALUATE TRUE
                  WHEN TA-POSTED OR TA-REJ-CLOSED
                    SET UPDATE-INVALID TO TRUE
                    MOVE 'PUNCH ALREADY SETTLED BY THE PAY RUN'
                        TO WS-REJECT-REASON
                  WHEN PAGE-APPROVE AND NOT TA-PENDING
                    CONTINUE
                  WHEN ACTIONI NOT = 'R'
                    MOVE TA-ACTNO TO WS-UPD-ACT
                    PERFORM 320-VALIDATE-ACTNO
              END-EVALUATE
              IF UPDATE-VALID
                 AND (LINE-ACTION OR TA-PENDING)
                 PERFORM 330-REWRITE-PUNCH
              ELSE
                 EXEC CICS UNLOCK
                     FILE('TCAPPR')
                     RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.

      ***************************************************************
      * 320-VALIDATE-ACTNO.
      *  - CONFIRM THE PUNCH'S ACTIVITY EXISTS ON SCM.ACT BEFORE IT
      *    IS APPROVED, AS 324-VALIDATE-ACTNO DOES IN BATCH
      ***************************************************************
       320-VALIDATE-ACTNO.
           EXEC SQL
               SELECT ACTNO INTO :WS-UPD-ACT
                  FROM SCM.ACT
                  WHERE ACTNO = :WS-UPD-ACT
           END-EXEC.

           IF SQLCODE = 100
              SET UPDATE-INVALID TO TRUE
              MOVE 'ACTIVITY CODE NOT FOUND ON SCM.ACT'
                  TO WS-REJECT-REASON
           ELSE
             IF SQLCODE NOT = 0
                SET UPDATE-INVALID TO TRUE
                MOVE SQLCODE TO DISPLAY-SQLCODE
                STRING 'SQL ERROR VALIDATING ACTNO, SQLCODE='
                    DISPLAY-SQLCODE DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
             END-IF
           END-IF.

      ***************************************************************
      * 330-REWRITE-PUNCH.
      *  - SET THE DECISION ON THE PUNCH HELD FOR UPDATE AND
      *    REWRITE IT.  AN APPROVAL KEEPS ANY HOURS AN EARLIER
      *    ADJUSTMENT SET; THE REASON KEYED RIDES ALONG ON A
      *    REJECTION OR AN ADJUSTMENT.  THE CHANGE COMMITS WHEN THE
      *    TASK ENDS AND THE NEXT PAY RUN POSTS OR LISTS THE PUNCH
      ***************************************************************
       330-REWRITE-PUNCH.
           EVALUATE ACTIONI
               WHEN 'H'
                 MOVE WS-UPD-TIME TO TA-HOURS
                 SET TA-APPROVED TO TRUE
                 MOVE REASONI TO TA-REASON
               WHEN 'R'
                 SET TA-REJECTED TO TRUE
                 MOVE REASONI TO TA-REASON
               WHEN OTHER
                 SET TA-APPROVED TO TRUE
                 IF TA-HOURS = TA-PUNCH-HOURS
                    MOVE SPACES TO TA-REASON
                 END-IF
           END-EVALUATE.

           IF TA-REASON = LOW-VALUES
              MOVE SPACES TO TA-REASON
           END-IF.
           MOVE CA-MGRNO TO TA-APPROVER.
           MOVE WS-TODAY TO TA-ACTION-DATE.

           EXEC CICS REWRITE
               FILE('TCAPPR')
               FROM(TC-APPROVAL-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = ZERO
              ADD 1 TO WS-UPD-COUNT
           ELSE
              SET UPDATE-INVALID TO TRUE
              MOVE 'APPROVAL FILE REWRITE FAILED'
                  TO WS-REJECT-REASON
           END-IF.
