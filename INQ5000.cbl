      *   the branch and salesrep names from the reference files -      00140000
      *   so "what is customer 04217's YTD right now" costs seconds     00150000
      *   during the day instead of a full sequential pass of           00160000
      *   CUSTMAST or a wait for tomorrow's report. The answer also     00170000
      *   shows the customer's ABC segment as SEG5000 last stamped it   00170001
       ENVIRONMENT DIVISION.                                            00180000
                                                                        00190000
       INPUT-OUTPUT SECTION.                                            00200000
           05  IK-SALES-THIS-YTD       PIC S9(5)V9(2).                  00620000
           05  IK-SALES-LAST-YTD       PIC S9(5)V9(2).                  00630000
           05  IK-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00640000
           05  IK-ABC-SEGMENT          PIC X(1).                        00650000
           05  FILLER                  PIC X(79).                       00650001
                                                                        00660000
      **************************************************************    00670000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US     *   00680000
           05  ANC-CHANGE-PERCENT  PIC ZZ9.9-.                          02800000
           05  FILLER              PIC X(10)    VALUE "  TREND:  ".     02810000
           05  ANC-TREND-INDICATOR PIC X(5).                            02820000
           05  FILLER              PIC X(12)    VALUE "  SEGMENT:  ".   02830000
           05  ANC-ABC-SEGMENT     PIC X(1).                            02830001
           05  FILLER              PIC X(60)    VALUE SPACE.            02830002
                                                                        02840000
      **************************************************************    02850000
      * STORES THE LINE PRINTED FOR A REQUEST WHOSE CUSTOMER IS    *    02860000
           *> ACROSS ALL THREE YEARS OF HISTORY                         05270000
           PERFORM 260-CALCULATE-TREND.                                 05280000
           MOVE TREND-RESULT TO ANC-TREND-INDICATOR.                    05290000
           MOVE IK-ABC-SEGMENT TO ANC-ABC-SEGMENT.                      05290001
           MOVE ANSWER-CHANGE-LINE TO INQRPT-PRINT-AREA.                05300000
           WRITE INQRPT-PRINT-AREA.                                     05310000
                                                                        05320000
