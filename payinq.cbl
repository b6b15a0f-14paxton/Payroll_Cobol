           05 PH-GARN-DED         PIC S9(7)V99 COMP-3.
           05 PH-NET-PAY          PIC S9(7)V99 COMP-3.
           05 PH-RETRO            PIC S9(7)V99 COMP-3.
           05 PH-SUPP-PAY         PIC S9(7)V99 COMP-3.
           05 PH-401K-DED         PIC S9(7)V99 COMP-3.
           05 PH-S125-DED         PIC S9(7)V99 COMP-3.
           05 PH-ACH-TRACE        PIC X(15).
           05 PH-ACH-STATUS       PIC X(1).
           05 PH-ST-TAB           OCCURS 2 TIMES.
              10 PH-ST-CODE       PIC X(2).
              10 PH-ST-WAGES      PIC S9(7)V99 COMP-3.
              10 PH-ST-TAX        PIC S9(7)V99 COMP-3.
           05 PH-ER-MATCH         PIC S9(7)V99 COMP-3.
           05                     PIC X(4).

       01  PAYINQ-COMMAREA.
           05 CA-EMPNO            PIC X(6).
                 MOVE PH-STATE-TAX TO WS-ST-ED
                 MOVE PH-FICA-TAX TO WS-FICA-ED
                 COMPUTE WS-DEDS-TOT = PH-VOL-DED + PH-GARN-DED
                                     + PH-401K-DED + PH-S125-DED
                 MOVE WS-DEDS-TOT TO WS-DEDS-ED
                 MOVE PH-NET-PAY TO WS-NET-ED
                 MOVE PH-RETRO TO WS-RETRO-ED
