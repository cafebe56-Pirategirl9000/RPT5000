      *   Description.: This program produces a sales report based on   00080000
      *   values acquired from the CUSTMAST dataset and produces        00090000
      *   subtotals and grandtotals for the different branches and      00100001
      *   sales representatives. Each extract record ends with the      00110001
      *   customer's ABC segment as SEG5000 last stamped it. The run    00110002
      *   files its end in the batch-state control file BATCHCTL        00110003
      *   under the business date CTL5000 opened the job with - its     00110004
      *   return code and the count and hash of the trailer on the      00110005
      *   copy of CUSTMAST it read                                      00110006
       ENVIRONMENT DIVISION.                                            00120000
                                                                        00130000
       INPUT-OUTPUT SECTION.                                            00140000
           SELECT OPTIONAL SNAPSHOT5000 ASSIGN TO SNAPSHOT5000.         00180053
           SELECT OPTIONAL QUOTAMAST ASSIGN TO QUOTAMAST.               00180054
           SELECT QUOTARPT ASSIGN TO QUOTARPT.                          00180055
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00180056
                                                                        00190000
       DATA DIVISION.                                                   00200000
                                                                        00210000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00370000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00380000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00380010
           05  CM-ABC-SEGMENT          PIC X(1).                        00390000
           05  FILLER                  PIC X(79).                       00390001
                                                                        00400000
      **************************************************************    00400130
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US     *   00400230
           BLOCK CONTAINS 130 CHARACTERS.                               00502422
       01  QUOTA-PRINT-AREA    PIC X(130).                              00502423
                                                                        00502342
      **************************************************************    00502424
      * BATCH-STATE CONTROL FILE SHARED BY THE NIGHTLY JOBS - READ *    00502425
      * AT THE START FOR THE BUSINESS DATE CTL5000 OPENED THIS JOB *    00502426
      * UNDER, AND APPENDED TO AT THE END WITH THIS STEP'S RETURN  *    00502427
      * CODE AND THE CUSTMAST TRAILER IT SAW (SEE CTL5000)         *    00502428
      **************************************************************    00502429
       FD  BATCHCTL                                                     00502430
           RECORDING MODE IS F                                          00502431
           LABEL RECORDS ARE STANDARD                                   00502432
           RECORD CONTAINS 130 CHARACTERS                               00502433
           BLOCK CONTAINS 130 CHARACTERS.                               00502434
       01  BATCH-CONTROL-RECORD.                                        00502435
           05  BC-BUSINESS-DATE        PIC 9(8).                        00502436
           05  BC-JOB-NAME             PIC X(8).                        00502437
           05  BC-STEP-NAME            PIC X(8).                        00502438
           05  BC-EVENT                PIC X(1).                        00502439
               88  BC-GATE-PASSED               VALUE "S".              00502440
               88  BC-GATE-FORCED               VALUE "F".              00502441
               88  BC-GATE-REFUSED              VALUE "R".              00502442
               88  BC-STEP-ENDED                VALUE "E".              00502443
           05  BC-RETURN-CODE          PIC 9(2).                        00502444
           05  BC-TRAILER-SOURCE       PIC X(1).                        00502445
               88  BC-LIVE-MASTER               VALUE "L".              00502446
               88  BC-NEW-MASTER                VALUE "N".              00502447
               88  BC-COPY-OF-MASTER            VALUE "C".              00502448
           05  BC-TRAILER-COUNT        PIC 9(7).                        00502449
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  00502450
           05  BC-RUN-DATE             PIC 9(8).                        00502451
           05  BC-RUN-TIME             PIC 9(6).                        00502452
           05  BC-MESSAGE              PIC X(40).                       00502453
           05  FILLER                  PIC X(30).                       00502454
                                                                        00502455
       WORKING-STORAGE SECTION.                                         00510000
                                                                        00520000
      *------------------------------------------------------------*    00530000
               88  QUOTA-FOUND                  VALUE "Y".              00671096
           05  VARIANCE-REGION-FOUND-SWITCH PIC X VALUE "N".            00671097
               88  VARIANCE-REGION-FOUND        VALUE "Y".              00671098
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              00671099
               88  BATCHCTL-EOF                 VALUE "Y".              00671100
                                                                        00680000
      **************************************************************    00690000
      * SWITCH FOR END OF FILE                                     *    00700000
           05  AT-RISK-GRAND-TWO-YEARS-AGO PIC S9(7)V99 VALUE ZERO.     00942160
           05  AT-RISK-GRAND-CUSTOMER-COUNT PIC S9(5)   VALUE ZERO.     00942165
                                                                        00942250
      **************************************************************    00942251
      * WHERE THIS STEP STANDS IN THE NIGHTLY CHAIN - THE BUSINESS *    00942252
      * DATE AND JOB OF THE LAST START CTL5000 LET THROUGH, AND    *    00942253
      * THE CUSTMAST TRAILER FIGURES THIS STEP RECORDS AT THE END  *    00942254
      **************************************************************    00942255
       01  BATCH-STATE-FIELDS.                                          00942256
           05  BATCH-BUSINESS-DATE     PIC 9(8)      VALUE ZERO.        00942257
           05  BATCH-JOB-NAME          PIC X(8)      VALUE SPACE.       00942258
           05  BATCH-TRAILER-SOURCE    PIC X(1)      VALUE SPACE.       00942259
           05  BATCH-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        00942260
           05  BATCH-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        00942261
           05  BATCH-CURRENT-DATE      PIC X(21)     VALUE SPACE.       00942262
                                                                        00942263
      **************************************************************    00950000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00960000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00970000
           *> SO 220-PRINT-CUSTOMER-LINE KNOWS WHAT THRESHOLD TO USE    02810060
           PERFORM 010-PARSE-RUN-PARM.                                  02810070
                                                                        02810080
           *> PICK UP THE BUSINESS DATE AND JOB CTL5000 OPENED THIS     02810090
           *> RUN UNDER SO THE END RECORD FILES IN THE RIGHT NIGHT      02810100
           *> - BUSINESS-DATE STAYS THE REPORT'S OWN AS-OF DATE         02810110
           PERFORM 940-LOAD-BATCH-STATE.                                02810120
                                                                        02810130
           *> GRABS THE DATE AND TIME INFORMATION FOR                   02820000
           *> THE HEADER LINES                                          02830000
           PERFORM 100-FORMAT-REPORT-HEADING.                           02840000
               *> WEDGE A LATER SUBMISSION, AND THE OPERATOR CAN SEE    02840013
               *> THE DOUBLE-SUBMISSION LONG AFTER THE SYSOUT IS GONE   02840014
               PERFORM 930-WRITE-RUN-HISTORY                            02840015
               PERFORM 950-WRITE-BATCH-CONTROL                          02840016
               CLOSE CUSTMAST                                           02840017
                     BRANCHMAST                                         02840018
                     SALESREPMAST                                       02840019
                     ORPT5000                                           02840020
                     EXTRACT5000                                        02840021
                     ATRISK5000                                         02840022
                     RANK5000                                           02840023
                     QUOTARPT                                           02840024
               STOP RUN                                                 02840025
           END-IF.                                                      02840026
                                                                        02850000
           *> LOAD THE BRANCH AND SALESREP NAMES INTO MEMORY SO         02850140
           *> 240-PRINT-BRANCH-LINE AND 250-PRINT-SALESREP-LINE CAN     02850240
           *> RETURN CODE IT IS ENDING WITH - SO THERE IS AN ANSWER     02920134
           *> WHEN SOMEONE ASKS WHAT RAN YESTERDAY AND HOW              02920135
           PERFORM 930-WRITE-RUN-HISTORY.                               02920136
                                                                        02920137
           *> AND FILE THE END OF THE STEP FOR CTL5000 WITH THE         02920138
           *> TRAILER OF THE SORTED COPY THE REPORT WAS BUILT FROM      02920139
           IF TRAILER-SEEN                                              02920140
               MOVE "C"              TO BATCH-TRAILER-SOURCE            02920141
               MOVE CT-RECORD-COUNT  TO BATCH-TRAILER-COUNT             02920142
               MOVE CT-HASH-THIS-YTD TO BATCH-TRAILER-HASH              02920143
           END-IF.                                                      02920144
           PERFORM 950-WRITE-BATCH-CONTROL.                             02920145
                                                                        02930000
           IF SNAPSHOT-RUN                                              02930001
               CLOSE SNAPSHOT5000                                       02930002
               EXF-SALES-TWO-YEARS-AGO DELIMITED BY SIZE                04442350
               ","                DELIMITED BY SIZE                     04442360
               CL-TREND-INDICATOR DELIMITED BY SIZE                     04442370
               ","                DELIMITED BY SIZE                     04442371
               CM-ABC-SEGMENT     DELIMITED BY SIZE                     04442372
               INTO EXTRACT-AREA                                        04442430
           END-STRING.                                                  04442530
                                                                        04442630
           MOVE RETURN-CODE TO RH-RETURN-CODE.                          05873043
           WRITE RUN-HISTORY-RECORD.                                    05873044
           CLOSE RUNHIST.                                               05873045
                                                                        05873471
      **************************************************************    05873472
      * READS BATCHCTL FOR THE BUSINESS DATE AND JOB OF THE LAST   *    05873473
      * START CTL5000 LET THROUGH - THE ONE AT THE TOP OF THIS     *    05873474
      * JOB. A STEP RUN WITH NO START ON FILE BELONGS TO TODAY     *    05873475
      **************************************************************    05873476
       940-LOAD-BATCH-STATE.                                            05873477
                                                                        05873478
           OPEN INPUT BATCHCTL.                                         05873479
           PERFORM 941-READ-BATCH-CONTROL.                              05873480
           PERFORM 942-NOTE-BATCH-START UNTIL BATCHCTL-EOF.             05873481
           CLOSE BATCHCTL.                                              05873482
                                                                        05873483
           IF BATCH-BUSINESS-DATE = ZERO                                05873484
               MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE         05873485
               MOVE BATCH-CURRENT-DATE(1:8) TO BATCH-BUSINESS-DATE      05873486
           END-IF.                                                      05873487
                                                                        05873488
      **************************************************************    05873489
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    05873490
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    05873491
      **************************************************************    05873492
       941-READ-BATCH-CONTROL.                                          05873493
                                                                        05873494
           READ BATCHCTL                                                05873495
               AT END                                                   05873496
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     05873497
                                                                        05873498
      **************************************************************    05873499
      * KEEPS THE BUSINESS DATE AND JOB OF A START THAT WAS LET    *    05873500
      * THROUGH, AND READS THE NEXT RECORD                         *    05873501
      **************************************************************    05873502
       942-NOTE-BATCH-START.                                            05873503
                                                                        05873504
           IF BC-GATE-PASSED OR BC-GATE-FORCED                          05873505
               MOVE BC-BUSINESS-DATE TO BATCH-BUSINESS-DATE             05873506
               MOVE BC-JOB-NAME      TO BATCH-JOB-NAME                  05873507
           END-IF.                                                      05873508
                                                                        05873509
           PERFORM 941-READ-BATCH-CONTROL.                              05873510
                                                                        05873511
      **************************************************************    05873512
      * APPENDS THIS STEP'S END RECORD TO BATCHCTL - THE RETURN    *    05873513
      * CODE IT IS ENDING WITH AND THE CUSTMAST TRAILER FIGURES IT *    05873514
      * SAW, SO CTL5000 CAN GATE THE NEXT JOB ON THEM              *    05873515
      **************************************************************    05873516
       950-WRITE-BATCH-CONTROL.                                         05873517
                                                                        05873518
           MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE.            05873519
                                                                        05873520
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         05873521
           MOVE BATCH-BUSINESS-DATE     TO BC-BUSINESS-DATE.            05873522
           MOVE BATCH-JOB-NAME          TO BC-JOB-NAME.                 05873523
           MOVE "RPT5000"               TO BC-STEP-NAME.                05873524
           MOVE "E"                     TO BC-EVENT.                    05873525
           MOVE RETURN-CODE             TO BC-RETURN-CODE.              05873526
           MOVE BATCH-TRAILER-SOURCE    TO BC-TRAILER-SOURCE.           05873527
           MOVE BATCH-TRAILER-COUNT     TO BC-TRAILER-COUNT.            05873528
           MOVE BATCH-TRAILER-HASH      TO BC-TRAILER-HASH.             05873529
           MOVE BATCH-CURRENT-DATE(1:8) TO BC-RUN-DATE.                 05873530
           MOVE BATCH-CURRENT-DATE(9:6) TO BC-RUN-TIME.                 05873531
                                                                        05873532
           OPEN EXTEND BATCHCTL.                                        05873533
           WRITE BATCH-CONTROL-RECORD.                                  05873534
           CLOSE BATCHCTL.                                              05873535
