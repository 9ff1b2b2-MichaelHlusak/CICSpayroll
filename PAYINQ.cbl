       01 DET-LINE-5.
          05 FILLER             PIC X(08) VALUE 'NET PAY '.
          05 DW-NET             PIC $$$,$$9.99.
          05 FILLER             PIC X(13) VALUE '  GARN SHORT '.
          05 DW-GARN-SHORT      PIC $$$,$$9.99.
          05 FILLER             PIC X(27) VALUE SPACES.
      *
       COPY PAYHIST.
      *
                 MOVE PH-DEDUCT-GARNISH TO DW-GARN
                 MOVE DET-LINE-4 TO ID04O
                 MOVE PH-NET-PAY TO DW-NET
      * A CHECK WRITTEN BEFORE THE SHORTFALL WAS KEPT HAS SPACES.
                 IF PH-GARN-SHORTFALL NUMERIC
                    MOVE PH-GARN-SHORTFALL TO DW-GARN-SHORT
                 ELSE
                    MOVE ZERO TO DW-GARN-SHORT
                 END-IF
                 MOVE DET-LINE-5 TO ID05O
                 MOVE CONFIRM-DETAIL TO IMSGO.
      *
