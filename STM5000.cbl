      *   envelopes, and the statements print in postal code order      00160003
      *   for presort mailing rates. A request for a customer with no   00160004
      *   address record lands on the exceptions page with its own      00160005
      *   reason instead of producing an unmailable page. Each          00160006
      *   statement also shows the customer's ABC segment as SEG5000    00160007
      *   last stamped it on the master                                 00160008
       ENVIRONMENT DIVISION.                                            00170000
                                                                        00180000
       INPUT-OUTPUT SECTION.                                            00190000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00660000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00670000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00680000
           05  CM-ABC-SEGMENT          PIC X(1).                        00690000
           05  FILLER                  PIC X(79).                       00690001
                                                                        00700000
      **************************************************************    00710000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US     *   00720000
               10  CU-SALES-THIS-YTD   PIC S9(5)V99.                    01650000
               10  CU-SALES-LAST-YTD   PIC S9(5)V99.                    01660000
               10  CU-SALES-TWO-YEARS-AGO PIC S9(5)V99.                 01670000
               10  CU-ABC-SEGMENT      PIC X(1).                        01670001
                                                                        01680000
      **************************************************************    01690000
      * IN-MEMORY COPIES OF BRANCHMAST AND SALESREPMAST, LOADED AT  *   01700000
               "THREE-YEAR TREND".                                      03440000
           05  STL-TREND-INDICATOR PIC X(5).                            03450000
           05  FILLER              PIC X(99)    VALUE SPACE.            03460000
                                                                        03460001
      **************************************************************    03460002
      * STORES THE ABC SEGMENT LINE OF A STATEMENT                 *    03460003
      **************************************************************    03460004
       01  STATEMENT-SEGMENT-LINE.                                      03460005
           05  FILLER              PIC X(2)     VALUE SPACE.            03460006
           05  FILLER              PIC X(24)    VALUE                   03460007
               "CUSTOMER SEGMENT".                                      03460008
           05  SGL-ABC-SEGMENT     PIC X(1).                            03460009
           05  FILLER              PIC X(103)   VALUE SPACE.            03460010
                                                                        03470000
      **************************************************************    03480000
      * STORES THE EXCEPTIONS PAGE TITLE LINE                      *    03490000
                       TO CU-SALES-LAST-YTD(CUSTOMER-SUB)               05690000
                   MOVE CM-SALES-TWO-YEARS-AGO                          05700000
                       TO CU-SALES-TWO-YEARS-AGO(CUSTOMER-SUB)          05710000
                   MOVE CM-ABC-SEGMENT                                  05710001
                       TO CU-ABC-SEGMENT(CUSTOMER-SUB)                  05710002
                   PERFORM 116-READ-CUSTOMER-RECORD                     05720000
           END-EVALUATE.                                                05730000
                                                                        05740000
           PERFORM 260-CALCULATE-TREND.                                 07240000
           MOVE TREND-RESULT TO STL-TREND-INDICATOR.                    07250000
           MOVE STATEMENT-TREND-LINE TO STMPRNT-PRINT-AREA.             07260000
           WRITE STMPRNT-PRINT-AREA.                                    07260001
                                                                        07260002
           MOVE CU-ABC-SEGMENT(CUSTOMER-SUB) TO SGL-ABC-SEGMENT.        07260003
           MOVE STATEMENT-SEGMENT-LINE TO STMPRNT-PRINT-AREA.           07260004
           WRITE STMPRNT-PRINT-AREA.                                    07270000
                                                                        07280000
      **************************************************************    07290000
