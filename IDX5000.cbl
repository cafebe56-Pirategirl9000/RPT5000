      *   copy is declared good, and a customer number that appears     00150000
      *   under two different branches is listed as a duplicate -       00160000
      *   the first copy wins, the same way EDIT5000 settles            00170000
      *   duplicates. The step files its end in the batch-state         00180000
      *   control file BATCHCTL under the business date CTL5000         00180001
      *   opened the job with - its return code and the count and       00180002
      *   hash of the master it read - so CTL5000 can gate the next     00180003
      *   job on them                                                   00180004
       ENVIRONMENT DIVISION.                                            00190000
                                                                        00200000
       INPUT-OUTPUT SECTION.                                            00210000
               RECORD KEY IS IK-CUSTOMER-NUMBER                         00280000
               FILE STATUS IS KEYED-FILE-STATUS.                        00290000
           SELECT IDXRPT ASSIGN TO IDXRPT.                              00300000
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00300001
                                                                        00310000
       DATA DIVISION.                                                   00320000
                                                                        00330000
           BLOCK CONTAINS 130 CHARACTERS.                               00820000
       01  IDXRPT-PRINT-AREA   PIC X(130).                              00830000
                                                                        00840000
      **************************************************************    00840001
      * BATCH-STATE CONTROL FILE SHARED BY THE NIGHTLY JOBS - READ *    00840002
      * AT THE START FOR THE BUSINESS DATE CTL5000 OPENED THIS JOB *    00840003
      * UNDER, AND APPENDED TO AT THE END WITH THIS STEP'S RETURN  *    00840004
      * CODE AND THE CUSTMAST TRAILER IT SAW (SEE CTL5000)         *    00840005
      **************************************************************    00840006
       FD  BATCHCTL                                                     00840007
           RECORDING MODE IS F                                          00840008
           LABEL RECORDS ARE STANDARD                                   00840009
           RECORD CONTAINS 130 CHARACTERS                               00840010
           BLOCK CONTAINS 130 CHARACTERS.                               00840011
       01  BATCH-CONTROL-RECORD.                                        00840012
           05  BC-BUSINESS-DATE        PIC 9(8).                        00840013
           05  BC-JOB-NAME             PIC X(8).                        00840014
           05  BC-STEP-NAME            PIC X(8).                        00840015
           05  BC-EVENT                PIC X(1).                        00840016
               88  BC-GATE-PASSED               VALUE "S".              00840017
               88  BC-GATE-FORCED               VALUE "F".              00840018
               88  BC-GATE-REFUSED              VALUE "R".              00840019
               88  BC-STEP-ENDED                VALUE "E".              00840020
           05  BC-RETURN-CODE          PIC 9(2).                        00840021
           05  BC-TRAILER-SOURCE       PIC X(1).                        00840022
               88  BC-LIVE-MASTER               VALUE "L".              00840023
               88  BC-NEW-MASTER                VALUE "N".              00840024
               88  BC-COPY-OF-MASTER            VALUE "C".              00840025
           05  BC-TRAILER-COUNT        PIC 9(7).                        00840026
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  00840027
           05  BC-RUN-DATE             PIC 9(8).                        00840028
           05  BC-RUN-TIME             PIC 9(6).                        00840029
           05  BC-MESSAGE              PIC X(40).                       00840030
           05  FILLER                  PIC X(30).                       00840031
                                                                        00840032
                                                                        00840033
       WORKING-STORAGE SECTION.                                         00850000
                                                                        00860000
      *------------------------------------------------------------*    00870000
               88  TRAILER-SEEN                 VALUE "Y".              01010000
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01020000
               88  TRAILER-ERROR                VALUE "Y".              01030000
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              01030001
               88  BATCHCTL-EOF                 VALUE "Y".              01030002
                                                                        01040000
      **************************************************************    01050000
      * FILE STATUS FOR THE KEYED COPY - "22" ON A WRITE MEANS THE *    01060000
           05  DUPLICATE-KEY-COUNT     PIC S9(5)  VALUE ZERO.           01440000
           05  WRITE-ERROR-COUNT       PIC S9(5)  VALUE ZERO.           01440001
                                                                        01450000
      **************************************************************    01450001
      * WHERE THIS STEP STANDS IN THE NIGHTLY CHAIN - THE BUSINESS *    01450002
      * DATE AND JOB OF THE LAST START CTL5000 LET THROUGH, AND    *    01450003
      * THE CUSTMAST TRAILER FIGURES THIS STEP RECORDS AT THE END  *    01450004
      **************************************************************    01450005
       01  BATCH-STATE-FIELDS.                                          01450006
           05  BATCH-BUSINESS-DATE     PIC 9(8)      VALUE ZERO.        01450007
           05  BATCH-JOB-NAME          PIC X(8)      VALUE SPACE.       01450008
           05  BATCH-TRAILER-SOURCE    PIC X(1)      VALUE SPACE.       01450009
           05  BATCH-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        01450010
           05  BATCH-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        01450011
           05  BATCH-CURRENT-DATE      PIC X(21)     VALUE SPACE.       01450012
                                                                        01450013
      **************************************************************    01460000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    01470000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    01480000
           *> THE HEADER LINES                                          02390000
           PERFORM 100-FORMAT-REPORT-HEADING.                           02400000
           PERFORM 230-PRINT-HEADING-LINES.                             02410000
                                                                        02410001
           *> PICK UP THE BUSINESS DATE AND JOB CTL5000 OPENED THIS     02410002
           *> RUN UNDER SO THE END RECORD FILES IN THE RIGHT NIGHT      02410003
           PERFORM 940-LOAD-BATCH-STATE.                                02410004
                                                                        02420000
           PERFORM 210-READ-CUSTOMER-RECORD.                            02430000
           PERFORM 200-LOAD-ONE-CUSTOMER UNTIL CUSTMAST-EOF.            02440000
                                                                        02450000
           PERFORM 250-VERIFY-INPUT-TRAILER.                            02460000
           PERFORM 300-PRINT-BUILD-SUMMARY.                             02470000
                                                                        02470001
           *> RECORD THE END OF THE STEP WITH THE TRAILER OF THE        02470002
           *> MASTER THE KEYED COPY WAS BUILT FROM - IT IS THE LIVE     02470003
           *> CUSTMAST, SO A CLEAN BUILD ALSO MAKES ITS FIGURES THE     02470004
           *> ONES THE NEXT JOB IS GATED ON                             02470005
           IF TRAILER-SEEN                                              02470006
               MOVE "L"              TO BATCH-TRAILER-SOURCE            02470007
               MOVE CT-RECORD-COUNT  TO BATCH-TRAILER-COUNT             02470008
               MOVE CT-HASH-THIS-YTD TO BATCH-TRAILER-HASH              02470009
           END-IF.                                                      02470010
           PERFORM 950-WRITE-BATCH-CONTROL.                             02470011
                                                                        02480000
           CLOSE CUSTMAST                                               02490000
                 CUSTKEYED                                              02500000
                                                                        04090000
           DISPLAY "IDX5000 - " RECORDS-LOADED-COUNT                    04100000
               " CUSTOMERS LOADED TO KEYED COPY".                       04110000
                                                                        04110001
      **************************************************************    04110002
      * READS BATCHCTL FOR THE BUSINESS DATE AND JOB OF THE LAST   *    04110003
      * START CTL5000 LET THROUGH - THE ONE AT THE TOP OF THIS     *    04110004
      * JOB. A STEP RUN WITH NO START ON FILE BELONGS TO TODAY     *    04110005
      **************************************************************    04110006
       940-LOAD-BATCH-STATE.                                            04110007
                                                                        04110008
           OPEN INPUT BATCHCTL.                                         04110009
           PERFORM 941-READ-BATCH-CONTROL.                              04110010
           PERFORM 942-NOTE-BATCH-START UNTIL BATCHCTL-EOF.             04110011
           CLOSE BATCHCTL.                                              04110012
                                                                        04110013
           IF BATCH-BUSINESS-DATE = ZERO                                04110014
               MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE         04110015
               MOVE BATCH-CURRENT-DATE(1:8) TO BATCH-BUSINESS-DATE      04110016
           END-IF.                                                      04110017
                                                                        04110018
      **************************************************************    04110019
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    04110020
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    04110021
      **************************************************************    04110022
       941-READ-BATCH-CONTROL.                                          04110023
                                                                        04110024
           READ BATCHCTL                                                04110025
               AT END                                                   04110026
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     04110027
                                                                        04110028
      **************************************************************    04110029
      * KEEPS THE BUSINESS DATE AND JOB OF A START THAT WAS LET    *    04110030
      * THROUGH, AND READS THE NEXT RECORD                         *    04110031
      **************************************************************    04110032
       942-NOTE-BATCH-START.                                            04110033
                                                                        04110034
           IF BC-GATE-PASSED OR BC-GATE-FORCED                          04110035
               MOVE BC-BUSINESS-DATE TO BATCH-BUSINESS-DATE             04110036
               MOVE BC-JOB-NAME      TO BATCH-JOB-NAME                  04110037
           END-IF.                                                      04110038
                                                                        04110039
           PERFORM 941-READ-BATCH-CONTROL.                              04110040
                                                                        04110041
      **************************************************************    04110042
      * APPENDS THIS STEP'S END RECORD TO BATCHCTL - THE RETURN    *    04110043
      * CODE IT IS ENDING WITH AND THE CUSTMAST TRAILER FIGURES IT *    04110044
      * SAW, SO CTL5000 CAN GATE THE NEXT JOB ON THEM              *    04110045
      **************************************************************    04110046
       950-WRITE-BATCH-CONTROL.                                         04110047
                                                                        04110048
           MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE.            04110049
                                                                        04110050
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         04110051
           MOVE BATCH-BUSINESS-DATE     TO BC-BUSINESS-DATE.            04110052
           MOVE BATCH-JOB-NAME          TO BC-JOB-NAME.                 04110053
           MOVE "IDX5000"               TO BC-STEP-NAME.                04110054
           MOVE "E"                     TO BC-EVENT.                    04110055
           MOVE RETURN-CODE             TO BC-RETURN-CODE.              04110056
           MOVE BATCH-TRAILER-SOURCE    TO BC-TRAILER-SOURCE.           04110057
           MOVE BATCH-TRAILER-COUNT     TO BC-TRAILER-COUNT.            04110058
           MOVE BATCH-TRAILER-HASH      TO BC-TRAILER-HASH.             04110059
           MOVE BATCH-CURRENT-DATE(1:8) TO BC-RUN-DATE.                 04110060
           MOVE BATCH-CURRENT-DATE(9:6) TO BC-RUN-TIME.                 04110061
                                                                        04110062
           OPEN EXTEND BATCHCTL.                                        04110063
           WRITE BATCH-CONTROL-RECORD.                                  04110064
           CLOSE BATCHCTL.                                              04110065
