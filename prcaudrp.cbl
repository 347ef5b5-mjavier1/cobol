000446*                     PRCAUDIT IS NEVER EMPTIED, SO WITHOUT THE
000447*                     FILTER ONE OLD EXCEPTION KEPT EVERY LATER
000448*                     RUN AT RC=8 AND THE ALERT NEVER CLEARED.
000449*    10/15/2026  MJA  COUNT AND LIST THE NEW "T" SALES TAX RATE
000450*                     RECORDS PriceMnt TRAILS - THE TAX CODE
000451*                     SHOWS IN THE ITEM COLUMN AND THE OLD AND
000452*                     NEW RATES (PERCENT) IN THE PRICE COLUMNS.
000453********************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.  PrcAudRp.
000480 AUTHOR.  M. AGUIRRE.
001220 77  WS-DEACT-COUNT          PIC 9(07) COMP VALUE ZERO.
001230 77  WS-FUTURE-COUNT         PIC 9(07) COMP VALUE ZERO.
001240 77  WS-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
001245 77  WS-TAX-RATE-COUNT       PIC 9(07) COMP VALUE ZERO.
001250 77  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001260
001270 77  WS-PCT-CHANGE           PIC S9(07)V99 COMP-3 VALUE ZERO.
001630     05  DL-ITEM-CODE        PIC X(08).
001640     05  FILLER              PIC X(01) VALUE SPACE.
001650     05  DL-OLD-PRICE        PIC ZZZZ9.99.
001652     05  DL-OLD-RATE REDEFINES DL-OLD-PRICE
001654                             PIC ZZ9.9999.
001660     05  FILLER              PIC X(01) VALUE SPACE.
001670     05  DL-NEW-PRICE        PIC ZZZZ9.99.
001672     05  DL-NEW-RATE REDEFINES DL-NEW-PRICE
001674                             PIC ZZ9.9999.
001680     05  FILLER              PIC X(01) VALUE SPACE.
001690     05  DL-PCT-CHANGE       PIC +(05)9.99.
001700     05  DL-PCT-TEXT REDEFINES DL-PCT-CHANGE
002750             ADD 1 TO WS-FUTURE-COUNT
002760         WHEN PA-REFUSED
002770             ADD 1 TO WS-REFUSED-COUNT
002775         WHEN PA-TAX-RATE
002776             ADD 1 TO WS-TAX-RATE-COUNT
002780     END-EVALUATE
002790
002800     PERFORM 6000-JudgeOneRecord THRU 6000-Exit
003280     MOVE PA-ITEM-CODE  TO DL-ITEM-CODE
003290     MOVE PA-OLD-PRICE  TO DL-OLD-PRICE
003300     MOVE PA-NEW-PRICE  TO DL-NEW-PRICE
003301     IF PA-TAX-RATE
003302         IF PA-OLD-TAX-RATE IS NUMERIC
003303             MOVE PA-OLD-TAX-RATE TO DL-OLD-RATE
003304         END-IF
003305         IF PA-NEW-TAX-RATE IS NUMERIC
003306             MOVE PA-NEW-TAX-RATE TO DL-NEW-RATE
003307         END-IF
003308     END-IF
003310     IF PCT-VALID
003320         MOVE WS-PCT-CHANGE TO DL-PCT-CHANGE
003330     ELSE
003630     MOVE "ACCESS REFUSALS . . . . . . . " TO CT-LABEL
003640     MOVE WS-REFUSED-COUNT TO CT-COUNT
003650     WRITE REPORT-LINE FROM WS-COUNT-LINE
003652     MOVE "TAX RATE CHANGES  . . . . . . " TO CT-LABEL
003654     MOVE WS-TAX-RATE-COUNT TO CT-COUNT
003656     WRITE REPORT-LINE FROM WS-COUNT-LINE
003660     MOVE "CHANGES BEYOND TOLERANCE  . . " TO CT-LABEL
003670     MOVE WS-EXCEPTION-COUNT TO CT-COUNT
003680     WRITE REPORT-LINE FROM WS-COUNT-LINE
